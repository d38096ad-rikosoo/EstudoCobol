      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: RECALCULO RETROATIVO DE RESULTADOS APOS CORRECAO DE
      *          TAXA EM TAXAS.DAT, COM LANCAMENTO DAS DIFERENCAS COMO
      *          CORRECOES E RELATORIO DE IMPACTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RECALTAX.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "RECPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-MESTRE ASSIGN TO "CALCMEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MES-ID
               FILE STATUS IS WS-STATUS-MESTRE.

           SELECT ARQUIVO-TAXAS ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-TAX-CODIGO
               FILE STATUS IS WS-STATUS-TAXAS.

           SELECT ARQUIVO-PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQUIVO-TRABALHO ASSIGN TO "RECALTAX.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "RECALTAX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      * MODO "S" SIMULA (SO RELATORIO), "A" APLICA AS CORRECOES NO
      * MESTRE. CODIGO DE TAXA EM BRANCO RECALCULA TODAS AS TAXAS.
      * OPERADOR E SENHA SO SAO EXIGIDOS NA APLICACAO.
       FD  ARQUIVO-PARAMETROS.
       01  FD-REGISTRO-PARAMETROS.
           05 FD-REC-MODO              PIC X.
           05 FILLER                   PIC X.
           05 FD-REC-CODIGO-TAXA       PIC X(7).
           05 FILLER                   PIC X.
           05 FD-REC-USUARIO           PIC X(8).
           05 FILLER                   PIC X.
           05 FD-REC-SENHA             PIC X(8).

       FD  ARQUIVO-MESTRE.
       01  FD-REGISTRO-MESTRE.
           05 FD-MES-ID            PIC 9(7).
           05 FD-MES-DATA          PIC X(10).
           05 FD-MES-HORA          PIC X(8).
           05 FD-MES-NUMEROINICIAL PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-OPERADOR      PIC X.
           05 FD-MES-NUMEROFINAL   PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-RESULTADO     PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-STATUS        PIC X(10).
           05 FD-MES-CENTRO        PIC X(4).
           05 FD-MES-TIPO-AJUSTE   PIC X.
           05 FD-MES-ID-ORIGEM     PIC 9(7).
           05 FD-MES-ID-AJUSTE     PIC 9(7).
           05 FD-MES-COD-TAXA      PIC X(7).
           05 FD-MES-VALOR-TAXA    PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-MODO-ARRED    PIC X.
      * OPERADOR QUE LANCOU O REGISTRO (IDENTIFICACAO DE USUARIOS.DAT).
           05 FD-MES-USUARIO       PIC X(8).

       FD  ARQUIVO-TAXAS.
       01  FD-REGISTRO-TAXA.
           05 FD-TAX-CODIGO        PIC X(7).
           05 FD-TAX-DATA-INICIO   PIC X(10).
           05 FD-TAX-DATA-FIM      PIC X(10).
           05 FD-TAX-VALOR         PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.

      * CONTROLE DE PERIODOS (AAAAMM): "F" FATURADO, "E" ENCERRADO
      * PELO FECHAMENTO MENSAL, "R" REABERTO.
       FD  ARQUIVO-PERIODOS.
       01  FD-REGISTRO-PERIODO.
           05 FD-PER-MES           PIC X(6).
           05 FILLER               PIC X.
           05 FD-PER-STATUS        PIC X.
           05 FILLER               PIC X.
           05 FD-PER-DATA          PIC X(10).
           05 FILLER               PIC X.
           05 FD-PER-HORA          PIC X(8).

      * RESULTADOS AFETADOS SELECIONADOS NA LEITURA DO MESTRE, COM O
      * RECALCULO JA FEITO, PARA O LANCAMENTO E O RELATORIO.
       FD  ARQUIVO-TRABALHO.
       01  FD-REGISTRO-TRABALHO.
           05 FD-WRK-ID                PIC 9(7).
           05 FD-WRK-CENTRO            PIC X(4).
           05 FD-WRK-COD-TAXA          PIC X(7).
           05 FD-WRK-VALOR-ANTERIOR    PIC S9(5)V99
                                       SIGN IS LEADING SEPARATE.
           05 FD-WRK-VALOR-NOVO        PIC S9(5)V99
                                       SIGN IS LEADING SEPARATE.
           05 FD-WRK-RESULTADO-ANTERIOR PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05 FD-WRK-RESULTADO-NOVO    PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05 FD-WRK-SITUACAO          PIC X(20).

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO      PIC X(132).

      * DIARIO COMUM DE ALTERACOES DOS CADASTROS E DO MESTRE: QUEM
      * ALTEROU (PROGRAMA, EXECUCAO E OPERADOR), O QUE (ARQUIVO, CHAVE
      * E ACAO) E AS IMAGENS DO REGISTRO ANTES E DEPOIS DA ALTERACAO.
       FD  ARQUIVO-JORNAL.
       01  FD-REGISTRO-JORNAL.
           05 FD-JRN-DATA          PIC X(10).
           05 FILLER               PIC X.
           05 FD-JRN-HORA          PIC X(8).
           05 FILLER               PIC X.
           05 FD-JRN-RUN-ID        PIC X(12).
           05 FILLER               PIC X.
           05 FD-JRN-PROGRAMA      PIC X(11).
           05 FILLER               PIC X.
           05 FD-JRN-ARQUIVO       PIC X(12).
           05 FILLER               PIC X.
           05 FD-JRN-CHAVE         PIC X(10).
           05 FILLER               PIC X.
           05 FD-JRN-ACAO          PIC X(12).
           05 FILLER               PIC X.
           05 FD-JRN-ANTES         PIC X(120).
           05 FILLER               PIC X.
           05 FD-JRN-DEPOIS        PIC X(120).
           05 FILLER               PIC X.
           05 FD-JRN-USUARIO       PIC X(8).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-MESTRE        PIC XX VALUE SPACES.
        01 WS-STATUS-TAXAS         PIC XX VALUE SPACES.
        01 WS-STATUS-PERIODOS      PIC XX VALUE SPACES.
        01 WS-STATUS-TRABALHO      PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.
        01 WS-STATUS-JORNAL        PIC XX VALUE SPACES.

        01 WS-MODO                 PIC X     VALUE "S".
           88 MODO-SIMULACAO             VALUE "S".
           88 MODO-APLICACAO             VALUE "A".
        01 WS-FILTRO-TAXA          PIC X(7)  VALUE SPACES.

        01 WS-AUTORIZACAO.
           05 WS-AUT-USUARIO          PIC X(8)  VALUE SPACES.
           05 WS-AUT-SENHA            PIC X(8)  VALUE SPACES.
           05 WS-AUT-FUNCAO           PIC X     VALUE SPACE.
           05 WS-AUT-PROGRAMA         PIC X(11) VALUE SPACES.
           05 WS-AUT-NOME             PIC X(30) VALUE SPACES.
           05 WS-AUT-RESULTADO        PIC X(2)  VALUE SPACES.
              88 ACESSO-LIBERADO            VALUE "00".
           05 WS-AUT-MOTIVO           PIC X(30) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-EOF-MESTRE           PIC X VALUE "N".
              88 FIM-ARQUIVO-MESTRE         VALUE "S".
           05 WS-EOF-TRABALHO         PIC X VALUE "N".
              88 FIM-ARQUIVO-TRABALHO       VALUE "S".
           05 WS-EOF-PERIODOS         PIC X VALUE "N".
              88 FIM-ARQUIVO-PERIODOS       VALUE "S".
           05 WS-OPERACAO-VALIDA      PIC X VALUE "S".
              88 OPERACAO-OK                VALUE "S".
           05 WS-RECALCULADO          PIC X VALUE "N".
              88 RESULTADO-RECALCULADO      VALUE "S".
           05 WS-TABELA-CHEIA         PIC X VALUE "N".
              88 TABELA-RESUMO-CHEIA        VALUE "S".

      * OPERANDOS E RESULTADO DO RECALCULO, NOS MESMOS FORMATOS E COM
      * AS MESMAS REGRAS DE ARREDONDAMENTO DA CALCULADORA.
        01 NUMEROINICIAL           PIC S9(5)V99       VALUE ZERO.
        01 NUMEROFINAL             PIC S9(5)V99       VALUE ZERO.
        01 OPERADOR                PIC X VALUE "+".
           88 DIVIDIR            VALUE "/".
           88 SOMAR              VALUE "+".
           88 SUBTRAIR           VALUE "-".
           88 MULTIPLICAR        VALUE "*".
           88 RESTO              VALUE "%".
           88 PERCENTUAL         VALUE "#".
        01 WS-RESULTADO-NUM        PIC S9(10)V99 VALUE ZERO.
        01 WS-RESULTADO-TRAB       PIC S9(10)V9(6) VALUE ZERO.
        01 WS-MODO-ARRED-EFETIVO   PIC X VALUE "T".
           88 ARRED-MEIO-CIMA            VALUE "A".
           88 ARRED-MEIO-PAR             VALUE "B".
           88 MODOSARRED-VALIDOS         VALUE "T", "A", "B".

        01 WS-MES-CORRENTE         PIC X(6)  VALUE SPACES.
        01 WS-MES-CORRENTE-STATUS  PIC X     VALUE SPACE.
        01 WS-PROX-ID-AJUSTE       PIC 9(8)  VALUE 9000000.
        01 WS-ID-AJUSTE            PIC 9(7)  VALUE ZERO.
        01 WS-MESTRE-ORIGINAL      PIC X(108) VALUE SPACES.
        01 WS-DIFERENCA            PIC S9(10)V99 VALUE ZERO.

        01 WS-RUN-ID               PIC X(12)  VALUE SPACES.
        01 WS-JORNAL-CHAVE         PIC X(10)  VALUE SPACES.
        01 WS-JORNAL-ACAO          PIC X(12)  VALUE SPACES.
        01 WS-IMAGEM-ANTES         PIC X(120) VALUE SPACES.
        01 WS-IMAGEM-DEPOIS        PIC X(120) VALUE SPACES.

        01 WS-CURRENT-DATE         PIC X(21) VALUE SPACES.
        01 WS-DATA-FORMATADA       PIC X(10) VALUE SPACES.
        01 WS-HORA-FORMATADA       PIC X(8)  VALUE SPACES.
        01 WS-DATA-TRABALHO        PIC X(10) VALUE SPACES.
        01 WS-DATA-AAAAMMDD        PIC X(8)  VALUE SPACES.
        01 WS-DATA-REGISTRO        PIC X(8)  VALUE SPACES.

        01 WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(9) VALUE ZERO.
           05 WS-QTD-COM-TAXA         PIC 9(9) VALUE ZERO.
           05 WS-QTD-CONFERIDOS       PIC 9(9) VALUE ZERO.
           05 WS-QTD-A-AJUSTAR        PIC 9(9) VALUE ZERO.
           05 WS-QTD-AJUSTADOS        PIC 9(9) VALUE ZERO.
           05 WS-QTD-SEM-DIFERENCA    PIC 9(9) VALUE ZERO.
           05 WS-QTD-FORA-VIGENCIA    PIC 9(9) VALUE ZERO.
           05 WS-QTD-TAXA-INEXISTENTE PIC 9(9) VALUE ZERO.
           05 WS-QTD-INVALIDOS        PIC 9(9) VALUE ZERO.
           05 WS-QTD-NAO-AJUSTADOS    PIC 9(9) VALUE ZERO.

      * RESUMO DO IMPACTO POR CODIGO DE TAXA E POR CENTRO DE CUSTO,
      * SO COM OS RESULTADOS EFETIVAMENTE RECALCULADOS.
        01 WS-TABELA-TAXAS.
           05 WS-QTD-TAXAS            PIC 9(3) VALUE ZERO.
           05 WS-IND-TAX              PIC 9(3) VALUE ZERO.
           05 WS-RTX-ENTRADA OCCURS 100 TIMES.
              10 WS-RTX-CODIGO        PIC X(7).
              10 WS-RTX-QTD           PIC 9(7).
              10 WS-RTX-ANTERIOR      PIC S9(12)V99.
              10 WS-RTX-NOVO          PIC S9(12)V99.
              10 WS-RTX-DIFERENCA     PIC S9(12)V99.
        01 WS-TABELA-CENTROS.
           05 WS-QTD-CENTROS          PIC 9(3) VALUE ZERO.
           05 WS-IND-CEN              PIC 9(3) VALUE ZERO.
           05 WS-RCC-ENTRADA OCCURS 50 TIMES.
              10 WS-RCC-CENTRO        PIC X(4).
              10 WS-RCC-QTD           PIC 9(7).
              10 WS-RCC-ANTERIOR      PIC S9(12)V99.
              10 WS-RCC-NOVO          PIC S9(12)V99.
              10 WS-RCC-DIFERENCA     PIC S9(12)V99.
        01 WS-TOTAIS-IMPACTO.
           05 WS-TOT-QTD              PIC 9(7)       VALUE ZERO.
           05 WS-TOT-ANTERIOR         PIC S9(12)V99  VALUE ZERO.
           05 WS-TOT-NOVO             PIC S9(12)V99  VALUE ZERO.
           05 WS-TOT-DIFERENCA        PIC S9(12)V99  VALUE ZERO.

        01 WS-CAB-RECALCULO.
           05 FILLER PIC X(132) VALUE
              "RECALCULO POR MUDANCA DE TAXA - RECALTAX".

        01 WS-LINHA-PARAMETROS.
           05 FILLER                   PIC X(6)  VALUE "MODO: ".
           05 WS-PAR-MODO-ED           PIC X(10).
           05 FILLER                   PIC X(8)  VALUE "  TAXA: ".
           05 WS-PAR-TAXA-ED           PIC X(7).
           05 FILLER                   PIC X(8)  VALUE "  DATA: ".
           05 WS-PAR-DATA-ED           PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-PAR-HORA-ED           PIC X(8).
           05 FILLER                   PIC X(74) VALUE SPACES.

        01 WS-CAB-DETALHE.
           05 FILLER PIC X(56) VALUE
           "ID       CC    TAXA       VLR ANT.   VLR NOVO    RESULT.".
           05 FILLER PIC X(76) VALUE
              " ANT.    RESULT. NOVO       DIFERENCA AJUSTE   SITUACAO".

        01 WS-LINHA-DETALHE.
           05 WS-DET-ID                PIC 9(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-CENTRO            PIC X(4).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-TAXA              PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-VALOR-ANT         PIC -ZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-DET-VALOR-NOVO        PIC -ZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-RESULT-ANT        PIC -ZZZZZZZZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-RESULT-NOVO       PIC -ZZZZZZZZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-DIFERENCA         PIC -ZZZZZZZZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-DET-AJUSTE            PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-DET-SITUACAO          PIC X(20).
           05 FILLER                   PIC X(9)  VALUE SPACES.

        01 WS-CAB-RESUMO-TAXA.
           05 FILLER PIC X(132) VALUE
              "RESUMO POR CODIGO DE TAXA".
        01 WS-CAB-RESUMO-CENTRO.
           05 FILLER PIC X(132) VALUE
              "RESUMO POR CENTRO DE CUSTO".
        01 WS-CAB-COLUNAS-RESUMO.
           05 FILLER PIC X(56) VALUE
           "CHAVE      QTD   RESULTADO ANTERIOR      RESULTADO NOVO ".
           05 FILLER PIC X(76) VALUE
              "          DIFERENCA".

        01 WS-LINHA-RESUMO.
           05 WS-RES-CHAVE             PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RES-QTD               PIC Z,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RES-ANTERIOR          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RES-NOVO              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-RES-DIFERENCA         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(57) VALUE SPACES.

        01 WS-LINHA-CONTAGEM.
           05 WS-CNT-DESCRICAO         PIC X(34).
           05 WS-CNT-VALOR-ED          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(87) VALUE SPACES.

        01 WS-LINHA-BRANCO         PIC X(132) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LE-PARAMETROS-RECALCULO

           IF RETURN-CODE = ZERO AND MODO-APLICACAO
               PERFORM VERIFICA-MES-CORRENTE
           END-IF

           IF RETURN-CODE = ZERO AND MODO-APLICACAO
               PERFORM IDENTIFICA-OPERADOR
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM SELECIONA-AFETADOS
           END-IF

           IF RETURN-CODE NOT = 8
               PERFORM PROCESSA-AFETADOS
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * RECPARMS.DAT TRAZ O MODO (S OU A) NA COLUNA 1, O CODIGO DE
      * TAXA NAS COLUNAS 3-9 E O OPERADOR E A SENHA NAS COLUNAS 11-18
      * E 20-27. SEM O ARQUIVO, O RECALCULO E SO SIMULADO PARA TODAS
      * AS TAXAS: O MESTRE SO E ALTERADO QUANDO A APLICACAO FOR
      * PEDIDA EXPLICITAMENTE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-PARAMETROS-RECALCULO.
           OPEN INPUT ARQUIVO-PARAMETROS
           EVALUATE WS-STATUS-PARAMETROS
               WHEN "00"
                   READ ARQUIVO-PARAMETROS
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE FD-REC-MODO        TO WS-MODO
                           MOVE FD-REC-CODIGO-TAXA TO WS-FILTRO-TAXA
                           MOVE FD-REC-USUARIO     TO WS-AUT-USUARIO
                           MOVE FD-REC-SENHA       TO WS-AUT-SENHA
                   END-READ
                   CLOSE ARQUIVO-PARAMETROS
               WHEN "35"
                   DISPLAY "AVISO: RECPARMS.DAT NAO ENCONTRADO. "
                      "RECALCULO SIMULADO PARA TODAS AS TAXAS."
               WHEN OTHER
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR RECPARMS.DAT ("
                      "STATUS " WS-STATUS-PARAMETROS ")."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE = ZERO
               IF WS-MODO = SPACE
                   MOVE "S" TO WS-MODO
               END-IF
               IF NOT MODO-SIMULACAO AND NOT MODO-APLICACAO
                   DISPLAY "ERRO: MODO INVALIDO EM RECPARMS.DAT: "
                      WS-MODO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM OBTEM-DATA-HORA.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A APLICACAO ALTERA O MESTRE EM NOME DO OPERADOR DE
      * RECPARMS.DAT, QUE PRECISA DA FUNCAO T (TAXAS). IDENTIFICACAO
      * RECUSADA OU FUNCAO NEGADA VAI PARA VIOLACOES.TXT E O MESTRE
      * NEM E ABERTO. A SIMULACAO NAO ALTERA NADA E RODA SEM OPERADOR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           MOVE "T"        TO WS-AUT-FUNCAO
           MOVE "RECALTAX" TO WS-AUT-PROGRAMA
           CALL "AUTORIZA" USING WS-AUTORIZACAO
           IF NOT ACESSO-LIBERADO
               DISPLAY "ERRO: ACESSO NEGADO A " WS-AUT-USUARIO " ("
                  WS-AUT-MOTIVO ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * AS CORRECOES SAO DATADAS NO MES CORRENTE; COM O MES JA
      * ENCERRADO NADA E LANCADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-MES-CORRENTE.
           OPEN INPUT ARQUIVO-PERIODOS
           IF WS-STATUS-PERIODOS = "00"
               PERFORM UNTIL FIM-ARQUIVO-PERIODOS
                   READ ARQUIVO-PERIODOS
                       AT END
                           MOVE "S" TO WS-EOF-PERIODOS
                       NOT AT END
                           IF FD-PER-MES = WS-MES-CORRENTE
                               MOVE FD-PER-STATUS TO
                                  WS-MES-CORRENTE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PERIODOS
           ELSE
               IF WS-STATUS-PERIODOS NOT = "35"
                   DISPLAY "ERRO: NAO FOI POSSIVEL LER PERIODOS.DAT ("
                      "STATUS " WS-STATUS-PERIODOS ")."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF WS-MES-CORRENTE-STATUS = "E"
               DISPLAY "ERRO: MES " WS-MES-CORRENTE " ENCERRADO. "
                  "CORRECOES DE TAXA NAO LANCADAS."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PRIMEIRA PASSAGEM: PERCORRE O MESTRE E SEPARA OS RESULTADOS
      * VIGENTES (CALCULADO) QUE RESOLVERAM UMA TAXA CUJO VALOR OU
      * VIGENCIA NAO CONFERE MAIS COM TAXAS.DAT. O MAIOR ID DA FAIXA
      * DE AJUSTES E OBTIDO NA MESMA LEITURA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       SELECIONA-AFETADOS.
           OPEN INPUT ARQUIVO-TAXAS
           IF WS-STATUS-TAXAS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR TAXAS.DAT ("
                  "STATUS " WS-STATUS-TAXAS ")."
               MOVE 8 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = ZERO
               OPEN INPUT ARQUIVO-MESTRE
               IF WS-STATUS-MESTRE NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CALCMEST.DAT ("
                      "STATUS " WS-STATUS-MESTRE ")."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQUIVO-TAXAS
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               OPEN OUTPUT ARQUIVO-TRABALHO
               IF WS-STATUS-TRABALHO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL CRIAR RECALTAX.WRK ("
                      "STATUS " WS-STATUS-TRABALHO ")."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQUIVO-MESTRE
                   CLOSE ARQUIVO-TAXAS
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM UNTIL FIM-ARQUIVO-MESTRE
                   READ ARQUIVO-MESTRE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-MESTRE
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM AVALIA-REGISTRO-MESTRE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MESTRE
               CLOSE ARQUIVO-TAXAS
               CLOSE ARQUIVO-TRABALHO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       AVALIA-REGISTRO-MESTRE.
           IF FD-MES-ID NOT < 9000000
               COMPUTE WS-PROX-ID-AJUSTE = FD-MES-ID + 1
           END-IF

           IF FD-MES-STATUS = "CALCULADO" AND
              FD-MES-COD-TAXA NOT = SPACES AND
              (WS-FILTRO-TAXA = SPACES OR
               FD-MES-COD-TAXA = WS-FILTRO-TAXA)
               ADD 1 TO WS-QTD-COM-TAXA
               PERFORM CONFERE-TAXA-REGISTRO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A TAXA ATUAL E CONFERIDA NA DATA DO PROPRIO CALCULO. SE A
      * VIGENCIA CORRIGIDA NAO COBRE MAIS ESSA DATA, OU SE O CODIGO
      * DEIXOU DE EXISTIR, NAO HA VALOR PARA RECALCULAR: O RESULTADO
      * E LISTADO PARA ANALISE, SEM AJUSTE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-TAXA-REGISTRO.
           MOVE SPACES TO FD-REGISTRO-TRABALHO
           MOVE FD-MES-ID          TO FD-WRK-ID
           MOVE FD-MES-CENTRO      TO FD-WRK-CENTRO
           MOVE FD-MES-COD-TAXA    TO FD-WRK-COD-TAXA
           MOVE FD-MES-VALOR-TAXA  TO FD-WRK-VALOR-ANTERIOR
           MOVE ZERO               TO FD-WRK-VALOR-NOVO
           MOVE FD-MES-RESULTADO   TO FD-WRK-RESULTADO-ANTERIOR
           MOVE ZERO               TO FD-WRK-RESULTADO-NOVO

           MOVE FD-MES-DATA TO WS-DATA-TRABALHO
           PERFORM CONVERTE-DATA
           MOVE WS-DATA-AAAAMMDD TO WS-DATA-REGISTRO

           MOVE FD-MES-COD-TAXA TO FD-TAX-CODIGO
           READ ARQUIVO-TAXAS
               INVALID KEY
                   MOVE "TAXA INEXISTENTE" TO FD-WRK-SITUACAO
               NOT INVALID KEY
                   PERFORM VERIFICA-VIGENCIA-TAXA
           END-READ

           IF FD-WRK-SITUACAO = SPACES
               IF FD-TAX-VALOR = FD-MES-VALOR-TAXA
                   ADD 1 TO WS-QTD-CONFERIDOS
               ELSE
                   MOVE FD-TAX-VALOR TO FD-WRK-VALOR-NOVO
                   PERFORM RECALCULA-RESULTADO
                   WRITE FD-REGISTRO-TRABALHO
               END-IF
           ELSE
               WRITE FD-REGISTRO-TRABALHO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-VIGENCIA-TAXA.
           MOVE FD-TAX-DATA-INICIO TO WS-DATA-TRABALHO
           PERFORM CONVERTE-DATA
           IF WS-DATA-REGISTRO < WS-DATA-AAAAMMDD
               MOVE "FORA DE VIGENCIA" TO FD-WRK-SITUACAO
           ELSE
               IF FD-TAX-DATA-FIM NOT = SPACES
                   MOVE FD-TAX-DATA-FIM TO WS-DATA-TRABALHO
                   PERFORM CONVERTE-DATA
                   IF WS-DATA-REGISTRO > WS-DATA-AAAAMMDD
                       MOVE "FORA DE VIGENCIA" TO FD-WRK-SITUACAO
                   END-IF
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * REFAZ O CALCULO COM OS OPERANDOS GRAVADOS E A TAXA CORRIGIDA,
      * NO MODO DE ARREDONDAMENTO USADO NO CALCULO ORIGINAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       RECALCULA-RESULTADO.
           MOVE FD-MES-NUMEROINICIAL TO NUMEROINICIAL
           MOVE FD-MES-OPERADOR      TO OPERADOR
           MOVE FD-TAX-VALOR         TO NUMEROFINAL
           MOVE FD-MES-MODO-ARRED    TO WS-MODO-ARRED-EFETIVO
           IF NOT MODOSARRED-VALIDOS
               MOVE "T" TO WS-MODO-ARRED-EFETIVO
           END-IF

           PERFORM EXECUTA-OPERACAO

           IF OPERACAO-OK
               MOVE WS-RESULTADO-NUM TO FD-WRK-RESULTADO-NOVO
               IF WS-RESULTADO-NUM = FD-MES-RESULTADO
                   MOVE "SEM DIFERENCA" TO FD-WRK-SITUACAO
               ELSE
                   MOVE "A AJUSTAR" TO FD-WRK-SITUACAO
               END-IF
           ELSE
               MOVE "RECALCULO INVALIDO" TO FD-WRK-SITUACAO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       EXECUTA-OPERACAO.
           MOVE "S" TO WS-OPERACAO-VALIDA

           EVALUATE TRUE

           WHEN DIVIDIR
              IF NUMEROFINAL = ZERO
                 MOVE "N" TO WS-OPERACAO-VALIDA
              ELSE
                 DIVIDE NUMEROINICIAL BY NUMEROFINAL
                    GIVING WS-RESULTADO-TRAB
                 PERFORM APLICA-ARREDONDAMENTO
              END-IF

           WHEN SOMAR
               ADD NUMEROINICIAL, NUMEROFINAL GIVING
               WS-RESULTADO-NUM

           WHEN SUBTRAIR
               SUBTRACT NUMEROFINAL FROM NUMEROINICIAL
               GIVING WS-RESULTADO-NUM

           WHEN MULTIPLICAR
               MULTIPLY NUMEROINICIAL BY NUMEROFINAL
                  GIVING WS-RESULTADO-TRAB
                  ON SIZE ERROR
                     MOVE "N" TO WS-OPERACAO-VALIDA
                  NOT ON SIZE ERROR
                     PERFORM APLICA-ARREDONDAMENTO
               END-MULTIPLY

           WHEN RESTO
              IF NUMEROFINAL = ZERO
                 MOVE "N" TO WS-OPERACAO-VALIDA
              ELSE
                 COMPUTE WS-RESULTADO-NUM =
                    FUNCTION MOD(NUMEROINICIAL NUMEROFINAL)
              END-IF

           WHEN PERCENTUAL
               COMPUTE WS-RESULTADO-TRAB =
                   (NUMEROINICIAL * NUMEROFINAL) / 100
                  ON SIZE ERROR
                     MOVE "N" TO WS-OPERACAO-VALIDA
                  NOT ON SIZE ERROR
                     PERFORM APLICA-ARREDONDAMENTO
               END-COMPUTE

           WHEN OTHER
               MOVE "N" TO WS-OPERACAO-VALIDA

           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * REDUZ O RESULTADO DE TRABALHO (SEIS DECIMAIS) PARA AS DUAS
      * CASAS DO RESULTADO SEGUNDO O MODO ESCOLHIDO: T TRUNCA,
      * A ARREDONDA MEIO PARA CIMA, B ARREDONDA MEIO PARA O PAR.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       APLICA-ARREDONDAMENTO.
           EVALUATE TRUE
               WHEN ARRED-MEIO-CIMA
                   COMPUTE WS-RESULTADO-NUM ROUNDED =
                      WS-RESULTADO-TRAB
               WHEN ARRED-MEIO-PAR
                   COMPUTE WS-RESULTADO-NUM ROUNDED MODE IS
                      NEAREST-EVEN = WS-RESULTADO-TRAB
               WHEN OTHER
                   MOVE WS-RESULTADO-TRAB TO WS-RESULTADO-NUM
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SEGUNDA PASSAGEM: LANCA AS CORRECOES (MODO A), ESCREVE O
      * DETALHE E ACUMULA O IMPACTO POR TAXA E POR CENTRO DE CUSTO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCESSA-AFETADOS.
           OPEN INPUT ARQUIVO-TRABALHO
           IF WS-STATUS-TRABALHO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL LER RECALTAX.WRK ("
                  "STATUS " WS-STATUS-TRABALHO ")."
               MOVE 8 TO RETURN-CODE
           END-IF

           IF RETURN-CODE NOT = 8
               OPEN OUTPUT ARQUIVO-RELATORIO
               IF WS-STATUS-RELATORIO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR RECALTAX.TXT ("
                      "STATUS " WS-STATUS-RELATORIO ")."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQUIVO-TRABALHO
               END-IF
           END-IF

           IF RETURN-CODE NOT = 8 AND MODO-APLICACAO
               OPEN I-O ARQUIVO-MESTRE
               IF WS-STATUS-MESTRE NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CALCMEST.DAT ("
                      "STATUS " WS-STATUS-MESTRE ")."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQUIVO-TRABALHO
                   CLOSE ARQUIVO-RELATORIO
               END-IF
           END-IF

           IF RETURN-CODE NOT = 8 AND MODO-APLICACAO
               PERFORM ABRE-JORNAL
               IF RETURN-CODE = 8
                   CLOSE ARQUIVO-MESTRE
                   CLOSE ARQUIVO-TRABALHO
                   CLOSE ARQUIVO-RELATORIO
               END-IF
           END-IF

           IF RETURN-CODE NOT = 8
               PERFORM ESCREVE-CABECALHO-RECALCULO
               PERFORM UNTIL FIM-ARQUIVO-TRABALHO
                   READ ARQUIVO-TRABALHO
                       AT END
                           MOVE "S" TO WS-EOF-TRABALHO
                       NOT AT END
                           PERFORM TRATA-AFETADO
                   END-READ
               END-PERFORM
               PERFORM ESCREVE-RESUMO-IMPACTO
               PERFORM ESCREVE-CONTAGENS
               IF MODO-APLICACAO
                   CLOSE ARQUIVO-JORNAL
                   CLOSE ARQUIVO-MESTRE
               END-IF
               CLOSE ARQUIVO-TRABALHO
               CLOSE ARQUIVO-RELATORIO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       TRATA-AFETADO.
           MOVE SPACES TO WS-DET-AJUSTE
           MOVE "N" TO WS-RECALCULADO
           EVALUATE FD-WRK-SITUACAO
               WHEN "A AJUSTAR"
                   MOVE "S" TO WS-RECALCULADO
                   IF MODO-APLICACAO
                       PERFORM LANCA-CORRECAO-TAXA
                   ELSE
                       ADD 1 TO WS-QTD-A-AJUSTAR
                   END-IF
               WHEN "SEM DIFERENCA"
                   MOVE "S" TO WS-RECALCULADO
                   ADD 1 TO WS-QTD-SEM-DIFERENCA
               WHEN "FORA DE VIGENCIA"
                   ADD 1 TO WS-QTD-FORA-VIGENCIA
               WHEN "TAXA INEXISTENTE"
                   ADD 1 TO WS-QTD-TAXA-INEXISTENTE
               WHEN OTHER
                   ADD 1 TO WS-QTD-INVALIDOS
           END-EVALUATE

           IF RESULTADO-RECALCULADO
               COMPUTE WS-DIFERENCA = FD-WRK-RESULTADO-NOVO -
                  FD-WRK-RESULTADO-ANTERIOR
               PERFORM ACUMULA-IMPACTO
           ELSE
               MOVE ZERO TO WS-DIFERENCA
           END-IF

           PERFORM ESCREVE-LINHA-DETALHE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A DIFERENCA E LANCADA COMO CORRECAO ENCADEADA AO ORIGINAL,
      * COMO A CALCULADORA FAZ COM O MOVIMENTO "C": UM NOVO REGISTRO
      * NA FAIXA DE AJUSTES, DATADO HOJE, COM A TAXA CORRIGIDA E O
      * NOVO RESULTADO; O ORIGINAL PASSA A CORRIGIDO E APONTA PARA
      * ELE. O ORIGINAL E RELIDO PARA CONFIRMAR QUE AINDA ESTA
      * VIGENTE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LANCA-CORRECAO-TAXA.
           MOVE FD-WRK-ID TO FD-MES-ID
           READ ARQUIVO-MESTRE
               INVALID KEY
                   MOVE "NAO AJUSTADO" TO FD-WRK-SITUACAO
               NOT INVALID KEY
                   IF FD-MES-STATUS NOT = "CALCULADO" OR
                      FD-MES-RESULTADO NOT = FD-WRK-RESULTADO-ANTERIOR
                       MOVE "NAO AJUSTADO" TO FD-WRK-SITUACAO
                   END-IF
           END-READ

           IF FD-WRK-SITUACAO = "A AJUSTAR" AND
              WS-PROX-ID-AJUSTE > 9999999
               MOVE "FAIXA ESGOTADA" TO FD-WRK-SITUACAO
           END-IF

           IF FD-WRK-SITUACAO = "A AJUSTAR"
               MOVE FD-REGISTRO-MESTRE TO WS-MESTRE-ORIGINAL
               MOVE WS-PROX-ID-AJUSTE  TO WS-ID-AJUSTE
               MOVE WS-ID-AJUSTE          TO FD-MES-ID
               MOVE WS-DATA-FORMATADA     TO FD-MES-DATA
               MOVE WS-HORA-FORMATADA     TO FD-MES-HORA
               MOVE FD-WRK-VALOR-NOVO     TO FD-MES-NUMEROFINAL
               MOVE FD-WRK-RESULTADO-NOVO TO FD-MES-RESULTADO
               MOVE "CALCULADO"           TO FD-MES-STATUS
               MOVE "C"                   TO FD-MES-TIPO-AJUSTE
               MOVE FD-WRK-ID             TO FD-MES-ID-ORIGEM
               MOVE ZERO                  TO FD-MES-ID-AJUSTE
               MOVE FD-WRK-VALOR-NOVO     TO FD-MES-VALOR-TAXA
      * O AJUSTE LEVA O OPERADOR QUE PEDIU A APLICACAO; O ORIGINAL
      * CONSERVA QUEM O LANCOU.
               MOVE WS-AUT-USUARIO        TO FD-MES-USUARIO
               WRITE FD-REGISTRO-MESTRE
                   INVALID KEY
                       DISPLAY "ERRO: ID DE AJUSTE " WS-ID-AJUSTE
                          " JA EXISTE EM CALCMEST.DAT (STATUS "
                          WS-STATUS-MESTRE ")."
                       MOVE "NAO AJUSTADO" TO FD-WRK-SITUACAO
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-PROX-ID-AJUSTE
                       MOVE WS-ID-AJUSTE       TO WS-JORNAL-CHAVE
                       MOVE SPACES             TO WS-IMAGEM-ANTES
                       MOVE FD-REGISTRO-MESTRE TO WS-IMAGEM-DEPOIS
                       MOVE "INCLUSAO"         TO WS-JORNAL-ACAO
                       PERFORM GRAVA-JORNAL
                       MOVE WS-MESTRE-ORIGINAL TO FD-REGISTRO-MESTRE
                       MOVE "CORRIGIDO"  TO FD-MES-STATUS
                       MOVE WS-ID-AJUSTE TO FD-MES-ID-AJUSTE
                       REWRITE FD-REGISTRO-MESTRE
                       MOVE FD-WRK-ID          TO WS-JORNAL-CHAVE
                       MOVE WS-MESTRE-ORIGINAL TO WS-IMAGEM-ANTES
                       MOVE FD-REGISTRO-MESTRE TO WS-IMAGEM-DEPOIS
                       MOVE "CORRECAO"         TO WS-JORNAL-ACAO
                       PERFORM GRAVA-JORNAL
                       MOVE "AJUSTADO"   TO FD-WRK-SITUACAO
                       MOVE WS-ID-AJUSTE TO WS-DET-AJUSTE
               END-WRITE
           END-IF

           IF FD-WRK-SITUACAO = "AJUSTADO"
               ADD 1 TO WS-QTD-AJUSTADOS
           ELSE
               ADD 1 TO WS-QTD-NAO-AJUSTADOS
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ACUMULA-IMPACTO.
           ADD 1                         TO WS-TOT-QTD
           ADD FD-WRK-RESULTADO-ANTERIOR TO WS-TOT-ANTERIOR
           ADD FD-WRK-RESULTADO-NOVO     TO WS-TOT-NOVO
           ADD WS-DIFERENCA              TO WS-TOT-DIFERENCA

           PERFORM VARYING WS-IND-TAX FROM 1 BY 1
               UNTIL WS-IND-TAX > WS-QTD-TAXAS OR
                     WS-RTX-CODIGO(WS-IND-TAX) = FD-WRK-COD-TAXA
               CONTINUE
           END-PERFORM
           IF WS-IND-TAX > WS-QTD-TAXAS AND WS-QTD-TAXAS < 100
               ADD 1 TO WS-QTD-TAXAS
               MOVE FD-WRK-COD-TAXA TO WS-RTX-CODIGO(WS-IND-TAX)
               MOVE ZERO TO WS-RTX-QTD(WS-IND-TAX)
               MOVE ZERO TO WS-RTX-ANTERIOR(WS-IND-TAX)
               MOVE ZERO TO WS-RTX-NOVO(WS-IND-TAX)
               MOVE ZERO TO WS-RTX-DIFERENCA(WS-IND-TAX)
           END-IF
           IF WS-IND-TAX > WS-QTD-TAXAS
               PERFORM AVISA-TABELA-CHEIA
           ELSE
               ADD 1 TO WS-RTX-QTD(WS-IND-TAX)
               ADD FD-WRK-RESULTADO-ANTERIOR TO
                  WS-RTX-ANTERIOR(WS-IND-TAX)
               ADD FD-WRK-RESULTADO-NOVO TO WS-RTX-NOVO(WS-IND-TAX)
               ADD WS-DIFERENCA TO WS-RTX-DIFERENCA(WS-IND-TAX)
           END-IF

           PERFORM VARYING WS-IND-CEN FROM 1 BY 1
               UNTIL WS-IND-CEN > WS-QTD-CENTROS OR
                     WS-RCC-CENTRO(WS-IND-CEN) = FD-WRK-CENTRO
               CONTINUE
           END-PERFORM
           IF WS-IND-CEN > WS-QTD-CENTROS AND WS-QTD-CENTROS < 50
               ADD 1 TO WS-QTD-CENTROS
               MOVE FD-WRK-CENTRO TO WS-RCC-CENTRO(WS-IND-CEN)
               MOVE ZERO TO WS-RCC-QTD(WS-IND-CEN)
               MOVE ZERO TO WS-RCC-ANTERIOR(WS-IND-CEN)
               MOVE ZERO TO WS-RCC-NOVO(WS-IND-CEN)
               MOVE ZERO TO WS-RCC-DIFERENCA(WS-IND-CEN)
           END-IF
           IF WS-IND-CEN > WS-QTD-CENTROS
               PERFORM AVISA-TABELA-CHEIA
           ELSE
               ADD 1 TO WS-RCC-QTD(WS-IND-CEN)
               ADD FD-WRK-RESULTADO-ANTERIOR TO
                  WS-RCC-ANTERIOR(WS-IND-CEN)
               ADD FD-WRK-RESULTADO-NOVO TO WS-RCC-NOVO(WS-IND-CEN)
               ADD WS-DIFERENCA TO WS-RCC-DIFERENCA(WS-IND-CEN)
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       AVISA-TABELA-CHEIA.
           IF NOT TABELA-RESUMO-CHEIA
               MOVE "S" TO WS-TABELA-CHEIA
               DISPLAY "AVISO: TABELA DE RESUMO CHEIA. O RESUMO POR "
                  "TAXA OU CENTRO ESTA INCOMPLETO; O TOTAL GERAL NAO."
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CABECALHO-RECALCULO.
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-RECALCULO
           IF MODO-APLICACAO
               MOVE "APLICACAO" TO WS-PAR-MODO-ED
           ELSE
               MOVE "SIMULACAO" TO WS-PAR-MODO-ED
           END-IF
           IF WS-FILTRO-TAXA = SPACES
               MOVE "TODAS"        TO WS-PAR-TAXA-ED
           ELSE
               MOVE WS-FILTRO-TAXA TO WS-PAR-TAXA-ED
           END-IF
           MOVE WS-DATA-FORMATADA TO WS-PAR-DATA-ED
           MOVE WS-HORA-FORMATADA TO WS-PAR-HORA-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-PARAMETROS
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-DETALHE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-LINHA-DETALHE.
           MOVE FD-WRK-ID             TO WS-DET-ID
           MOVE FD-WRK-CENTRO         TO WS-DET-CENTRO
           MOVE FD-WRK-COD-TAXA       TO WS-DET-TAXA
           MOVE FD-WRK-VALOR-ANTERIOR TO WS-DET-VALOR-ANT
           MOVE FD-WRK-VALOR-NOVO     TO WS-DET-VALOR-NOVO
           MOVE FD-WRK-RESULTADO-ANTERIOR TO WS-DET-RESULT-ANT
           MOVE FD-WRK-RESULTADO-NOVO TO WS-DET-RESULT-NOVO
           MOVE WS-DIFERENCA          TO WS-DET-DIFERENCA
           MOVE FD-WRK-SITUACAO       TO WS-DET-SITUACAO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-DETALHE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-RESUMO-IMPACTO.
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-RESUMO-TAXA
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-COLUNAS-RESUMO
           PERFORM VARYING WS-IND-TAX FROM 1 BY 1
               UNTIL WS-IND-TAX > WS-QTD-TAXAS
               MOVE WS-RTX-CODIGO(WS-IND-TAX)    TO WS-RES-CHAVE
               MOVE WS-RTX-QTD(WS-IND-TAX)       TO WS-RES-QTD
               MOVE WS-RTX-ANTERIOR(WS-IND-TAX)  TO WS-RES-ANTERIOR
               MOVE WS-RTX-NOVO(WS-IND-TAX)      TO WS-RES-NOVO
               MOVE WS-RTX-DIFERENCA(WS-IND-TAX) TO WS-RES-DIFERENCA
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-RESUMO
           END-PERFORM
           PERFORM ESCREVE-TOTAL-IMPACTO

           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-RESUMO-CENTRO
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-COLUNAS-RESUMO
           PERFORM VARYING WS-IND-CEN FROM 1 BY 1
               UNTIL WS-IND-CEN > WS-QTD-CENTROS
               MOVE WS-RCC-CENTRO(WS-IND-CEN)    TO WS-RES-CHAVE
               MOVE WS-RCC-QTD(WS-IND-CEN)       TO WS-RES-QTD
               MOVE WS-RCC-ANTERIOR(WS-IND-CEN)  TO WS-RES-ANTERIOR
               MOVE WS-RCC-NOVO(WS-IND-CEN)      TO WS-RES-NOVO
               MOVE WS-RCC-DIFERENCA(WS-IND-CEN) TO WS-RES-DIFERENCA
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-RESUMO
           END-PERFORM
           PERFORM ESCREVE-TOTAL-IMPACTO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-TOTAL-IMPACTO.
           MOVE "TOTAL"          TO WS-RES-CHAVE
           MOVE WS-TOT-QTD       TO WS-RES-QTD
           MOVE WS-TOT-ANTERIOR  TO WS-RES-ANTERIOR
           MOVE WS-TOT-NOVO      TO WS-RES-NOVO
           MOVE WS-TOT-DIFERENCA TO WS-RES-DIFERENCA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-RESUMO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CONTAGENS.
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           MOVE "REGISTROS LIDOS NO MESTRE........" TO WS-CNT-DESCRICAO
           MOVE WS-QTD-LIDOS TO WS-CNT-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           MOVE "RESULTADOS VIGENTES COM TAXA....." TO WS-CNT-DESCRICAO
           MOVE WS-QTD-COM-TAXA TO WS-CNT-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           MOVE "  TAXA SEM ALTERACAO............." TO WS-CNT-DESCRICAO
           MOVE WS-QTD-CONFERIDOS TO WS-CNT-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           IF MODO-APLICACAO
               MOVE "  CORRECOES LANCADAS............."
                  TO WS-CNT-DESCRICAO
               MOVE WS-QTD-AJUSTADOS TO WS-CNT-VALOR-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
               MOVE "  CORRECOES NAO LANCADAS........."
                  TO WS-CNT-DESCRICAO
               MOVE WS-QTD-NAO-AJUSTADOS TO WS-CNT-VALOR-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           ELSE
               MOVE "  A AJUSTAR......................"
                  TO WS-CNT-DESCRICAO
               MOVE WS-QTD-A-AJUSTAR TO WS-CNT-VALOR-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           END-IF
           MOVE "  RECALCULO SEM DIFERENCA........" TO WS-CNT-DESCRICAO
           MOVE WS-QTD-SEM-DIFERENCA TO WS-CNT-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           MOVE "  FORA DA VIGENCIA CORRIGIDA....." TO WS-CNT-DESCRICAO
           MOVE WS-QTD-FORA-VIGENCIA TO WS-CNT-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           MOVE "  TAXA INEXISTENTE..............." TO WS-CNT-DESCRICAO
           MOVE WS-QTD-TAXA-INEXISTENTE TO WS-CNT-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM
           MOVE "  RECALCULO INVALIDO............." TO WS-CNT-DESCRICAO
           MOVE WS-QTD-INVALIDOS TO WS-CNT-VALOR-ED
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

           IF WS-QTD-FORA-VIGENCIA > ZERO OR
              WS-QTD-TAXA-INEXISTENTE > ZERO OR
              WS-QTD-INVALIDOS > ZERO
               DISPLAY "AVISO: RESULTADOS SEM RECALCULO POSSIVEL. "
                  "VER RECALTAX.TXT."
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       OBTEM-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE

           STRING WS-CURRENT-DATE(7:2) "/" WS-CURRENT-DATE(5:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-DATA-FORMATADA

           STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA

           MOVE WS-CURRENT-DATE(1:6) TO WS-MES-CORRENTE
           MOVE WS-CURRENT-DATE(1:12) TO WS-RUN-ID.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CONVERTE DD/MM/AAAA DE WS-DATA-TRABALHO PARA AAAAMMDD EM
      * WS-DATA-AAAAMMDD PARA COMPARACAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONVERTE-DATA.
           STRING WS-DATA-TRABALHO(7:4) WS-DATA-TRABALHO(4:2)
                  WS-DATA-TRABALHO(1:2)
               DELIMITED BY SIZE INTO WS-DATA-AAAAMMDD.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O DIARIO E SO ACRESCIDO; SEM ELE NENHUMA ALTERACAO E FEITA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-JORNAL.
           OPEN EXTEND ARQUIVO-JORNAL
           IF WS-STATUS-JORNAL NOT = "00"
               OPEN OUTPUT ARQUIVO-JORNAL
           END-IF
           IF WS-STATUS-JORNAL NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR JORNAL.DAT ("
                  "STATUS " WS-STATUS-JORNAL ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-JORNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO FD-REGISTRO-JORNAL
           STRING WS-CURRENT-DATE(7:2) "/" WS-CURRENT-DATE(5:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO FD-JRN-DATA
           STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO FD-JRN-HORA
           MOVE WS-RUN-ID        TO FD-JRN-RUN-ID
           MOVE "RECALTAX"        TO FD-JRN-PROGRAMA
           MOVE "CALCMEST.DAT"    TO FD-JRN-ARQUIVO
           MOVE WS-JORNAL-CHAVE  TO FD-JRN-CHAVE
           MOVE WS-JORNAL-ACAO   TO FD-JRN-ACAO
           MOVE WS-IMAGEM-ANTES  TO FD-JRN-ANTES
           MOVE WS-IMAGEM-DEPOIS TO FD-JRN-DEPOIS
           MOVE WS-AUT-USUARIO   TO FD-JRN-USUARIO
           WRITE FD-REGISTRO-JORNAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM RECALTAX.
