      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: IMPORTACAO DA PLANILHA CSV DO DEPARTAMENTO PARA O
      *          LAYOUT DE COLUNAS FIXAS DO ENTRADA.DAT, COM CABECALHO
      *          E TRAILER DE CONTROLE GERADOS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. IMPORTCSV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "IMPPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-CSV ASSIGN TO DYNAMIC WS-NOME-ARQ-CSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CSV.

           SELECT ARQUIVO-ENTRADA ASSIGN TO DYNAMIC WS-NOME-ARQ-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "IMPORTCSV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      * PARAMETROS DA IMPORTACAO: PLANILHA CSV, DEPARTAMENTO DE ORIGEM,
      * DATA DO LOTE (DD/MM/AAAA; EM BRANCO, A DATA DO DIA) E ARQUIVO
      * GERADO (EM BRANCO, ENTRADA.DAT).
       FD  ARQUIVO-PARAMETROS.
       01  FD-REGISTRO-PARAMETROS.
           05 FD-IMP-ARQ-CSV           PIC X(44).
           05 FILLER                   PIC X.
           05 FD-IMP-DEPTO             PIC X(4).
           05 FILLER                   PIC X.
           05 FD-IMP-DATA              PIC X(10).
           05 FILLER                   PIC X.
           05 FD-IMP-ARQ-ENTRADA       PIC X(44).

      * UMA REQUISICAO POR LINHA, CAMPOS SEPARADOS POR ";": ID DE
      * REQUISICAO; NUMERO INICIAL; OPERADOR; NUMERO FINAL OU "T" MAIS
      * O CODIGO DA TAXA; CENTRO DE CUSTO; MODO DE ARREDONDAMENTO;
      * TIPO DE MOVIMENTO (E ESTORNO, C CORRECAO). OS NUMEROS ACEITAM
      * SINAL E ATE DUAS DECIMAIS COM VIRGULA OU PONTO.
       FD  ARQUIVO-CSV.
       01  FD-LINHA-CSV                PIC X(200).

       FD  ARQUIVO-ENTRADA.
       01  FD-REGISTRO-ENTRADA         PIC X(80).

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO          PIC X(132).

       WORKING-STORAGE SECTION.
        01 OPERADOR                PIC X VALUE "+".
           88 OPERADORESVALIDOS    VALUE "*","+","/","-","%","#".

        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-CSV           PIC XX VALUE SPACES.
        01 WS-STATUS-ENTRADA       PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.

        01 WS-NOME-ARQ-CSV         PIC X(44) VALUE SPACES.
        01 WS-NOME-ARQ-ENTRADA     PIC X(44) VALUE "ENTRADA.DAT".
        01 WS-LOTE-DEPTO           PIC X(4)  VALUE SPACES.
        01 WS-LOTE-DATA            PIC X(10) VALUE SPACES.
        01 WS-CURRENT-DATE         PIC X(21) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-EOF-CSV              PIC X VALUE "N".
              88 FIM-ARQUIVO-CSV            VALUE "S".
           05 WS-LINHA-VALIDA         PIC X VALUE "S".
              88 LINHA-OK                   VALUE "S".
           05 WS-PRIMEIRA-LINHA       PIC X VALUE "S".
              88 PRIMEIRA-LINHA             VALUE "S".
           05 WS-NUMERO-VALIDO        PIC X VALUE "S".
              88 NUMERO-OK                  VALUE "S".
           05 WS-PARTE-DECIMAL        PIC X VALUE "N".
              88 NA-PARTE-DECIMAL           VALUE "S".
           05 WS-FIM-NUMERO           PIC X VALUE "N".
              88 NUMERO-ENCERRADO           VALUE "S".
           05 WS-COM-DIGITO           PIC X VALUE "N".
              88 NUMERO-COM-DIGITO          VALUE "S".

        01 WS-CONTADORES.
           05 WS-QTD-LIDAS            PIC 9(9) VALUE ZERO.
           05 WS-QTD-IMPORTADAS       PIC 9(9) VALUE ZERO.
           05 WS-QTD-COM-ERRO         PIC 9(9) VALUE ZERO.
           05 WS-QTD-IGNORADAS        PIC 9(9) VALUE ZERO.
           05 WS-QTD-CAMPOS           PIC 9(3) VALUE ZERO.
           05 WS-HASH-IMPORTADOS      PIC 9(11)V99 VALUE ZERO.

      * CAMPOS DA LINHA SEPARADOS PELO UNSTRING; O OITAVO SO RECEBE
      * ALGO QUANDO A LINHA TRAZ CAMPOS A MAIS.
        01 WS-CAMPOS-CSV.
           05 WS-CSV-ID               PIC X(20).
           05 WS-CSV-NUM-INICIAL      PIC X(20).
           05 WS-CSV-OPERADOR         PIC X(20).
           05 WS-CSV-NUM-FINAL        PIC X(20).
           05 WS-CSV-CENTRO           PIC X(20).
           05 WS-CSV-MODO-ARRED       PIC X(20).
           05 WS-CSV-TIPO-MOV         PIC X(20).
           05 WS-CSV-EXCEDENTE        PIC X(20).

      * AREA DE TRABALHO DO ALINHAMENTO E DA CONVERSAO DE CAMPOS.
        01 WS-CAMPO-TRAB           PIC X(20) VALUE SPACES.
        01 WS-CAMPO-ALINHADO       PIC X(20) VALUE SPACES.
        01 WS-QTD-BRANCOS          PIC 9(3)  VALUE ZERO.
        01 WS-TAM-CAMPO            PIC 9(3)  VALUE ZERO.
        01 WS-IND-CAR              PIC 9(3)  VALUE ZERO.
        01 WS-CARACTER             PIC X     VALUE SPACE.
        01 WS-DIGITO               PIC 9     VALUE ZERO.
        01 WS-QTD-DECIMAIS         PIC 9     VALUE ZERO.
        01 WS-NUM-INTEIRO          PIC 9(6)  VALUE ZERO.
        01 WS-NUM-DECIMAL          PIC 9(2)  VALUE ZERO.
        01 WS-NUM-SINAL            PIC X     VALUE "+".
        01 WS-NUM-VALOR            PIC 9(5)V99 VALUE ZERO.
        01 WS-NUM-VALOR-X          REDEFINES WS-NUM-VALOR
                                   PIC X(7).
        01 WS-HASH-LINHA           PIC 9(5)V99 VALUE ZERO.

      * REGISTRO GERADO NO LAYOUT DO ENTRADA.DAT (VER VALIDAENT).
        01 WS-REGISTRO-SAIDA.
           05 WS-SAI-SINAL-INICIAL     PIC X.
           05 WS-SAI-DIGITOS-INICIAL   PIC X(7).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-SAI-OPERADOR          PIC X.
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-SAI-SINAL-FINAL       PIC X.
           05 WS-SAI-DIGITOS-FINAL     PIC X(7).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-SAI-DIGITOS-ID        PIC X(7).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-SAI-CENTRO-CUSTO      PIC X(4).
           05 FILLER                   PIC X     VALUE SPACE.
           05 WS-SAI-MODO-ARRED        PIC X.
           05 FILLER                   PIC X(27) VALUE SPACES.
           05 WS-SAI-TIPO-MOVIMENTO    PIC X.
              88 SAIDA-NORMAL                VALUE SPACE.
              88 SAIDA-ESTORNO               VALUE "E".
              88 SAIDA-CORRECAO              VALUE "C".
           05 FILLER                   PIC X(18) VALUE SPACES.

        01 WS-CABECALHO-SAIDA.
           05 FILLER                   PIC X(2)  VALUE "H ".
           05 WS-CBS-DATA              PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-CBS-DEPTO             PIC X(4).
           05 FILLER                   PIC X(63) VALUE SPACES.

        01 WS-TRAILER-SAIDA.
           05 FILLER                   PIC X(2)  VALUE "T ".
           05 WS-TRS-CONTAGEM          PIC 9(9).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-TRS-HASH              PIC 9(11)V99.
           05 FILLER                   PIC X(55) VALUE SPACES.

        01 WS-CAB-IMPORTACAO.
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE IMPORTACAO DA PLANILHA CSV - IMPORTCSV".

        01 WS-LINHA-ARQUIVO.
           05 WS-ARQ-ROTULO            PIC X(14).
           05 WS-ARQ-NOME              PIC X(44).
           05 FILLER                   PIC X(74) VALUE SPACES.

        01 WS-LINHA-LOTE.
           05 FILLER                   PIC X(14) VALUE "DEPARTAMENTO: ".
           05 WS-LTE-DEPTO             PIC X(4).
           05 FILLER                   PIC X(16) VALUE
              "  DATA DO LOTE: ".
           05 WS-LTE-DATA              PIC X(10).
           05 FILLER                   PIC X(88) VALUE SPACES.

        01 WS-CAB-COLUNAS.
           05 FILLER PIC X(132) VALUE
              "LINHA       MOTIVO                         CONTEUDO".

        01 WS-LINHA-ERRO.
           05 WS-ERR-NUM-LINHA         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-ERR-MOTIVO            PIC X(30).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-ERR-CONTEUDO          PIC X(60).
           05 FILLER                   PIC X(28) VALUE SPACES.

        01 WS-LINHA-TOTAL.
           05 FILLER                   PIC X(14) VALUE
              "LINHAS LIDAS: ".
           05 WS-TOT-LIDAS             PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(14) VALUE "  IMPORTADAS: ".
           05 WS-TOT-IMPORTADAS        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE "  COM ERRO: ".
           05 WS-TOT-COM-ERRO          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE "  IGNORADAS: ".
           05 WS-TOT-IGNORADAS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(45) VALUE SPACES.

        01 WS-LINHA-TRAILER.
           05 FILLER                   PIC X(26) VALUE
              "TRAILER GERADO: CONTAGEM ".
           05 WS-TLR-CONTAGEM          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(7)  VALUE "  HASH ".
           05 WS-TLR-HASH              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(70) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LE-PARAMETROS-IMPORTACAO

           IF RETURN-CODE = ZERO
               OPEN INPUT ARQUIVO-CSV
               IF WS-STATUS-CSV NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                      WS-NOME-ARQ-CSV " (STATUS " WS-STATUS-CSV ")."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               OPEN OUTPUT ARQUIVO-ENTRADA
               OPEN OUTPUT ARQUIVO-RELATORIO
               IF WS-STATUS-ENTRADA NOT = "00" OR
                  WS-STATUS-RELATORIO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR OS ARQUIVOS "
                      "DE SAIDA (STATUS " WS-STATUS-ENTRADA " / "
                      WS-STATUS-RELATORIO ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ESCREVE-CABECALHO-RELATORIO

                   MOVE WS-LOTE-DATA  TO WS-CBS-DATA
                   MOVE WS-LOTE-DEPTO TO WS-CBS-DEPTO
                   WRITE FD-REGISTRO-ENTRADA FROM WS-CABECALHO-SAIDA

                   PERFORM UNTIL FIM-ARQUIVO-CSV
                       MOVE SPACES TO FD-LINHA-CSV
                       READ ARQUIVO-CSV
                           AT END
                               MOVE "S" TO WS-EOF-CSV
                           NOT AT END
                               ADD 1 TO WS-QTD-LIDAS
                               PERFORM CONVERTE-LINHA-CSV
                       END-READ
                   END-PERFORM

                   MOVE WS-QTD-IMPORTADAS  TO WS-TRS-CONTAGEM
                   MOVE WS-HASH-IMPORTADOS TO WS-TRS-HASH
                   WRITE FD-REGISTRO-ENTRADA FROM WS-TRAILER-SAIDA

                   PERFORM ESCREVE-TOTAIS-IMPORTACAO
               END-IF
               CLOSE ARQUIVO-RELATORIO
               CLOSE ARQUIVO-ENTRADA
               CLOSE ARQUIVO-CSV
           END-IF

           IF RETURN-CODE = ZERO AND WS-QTD-COM-ERRO > ZERO
               DISPLAY "AVISO: " WS-QTD-COM-ERRO " LINHA(S) DA "
                  "PLANILHA NAO IMPORTADA(S). VER IMPORTCSV.TXT."
               MOVE 4 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = ZERO AND WS-QTD-IMPORTADAS = ZERO
               DISPLAY "AVISO: NENHUMA REQUISICAO IMPORTADA DE "
                  WS-NOME-ARQ-CSV
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SEM PLANILHA OU DEPARTAMENTO NAO HA O QUE IMPORTAR. A DATA DO
      * LOTE INFORMADA PRECISA ESTAR EM DD/MM/AAAA, COMO NO CABECALHO
      * DIGITADO A MAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-PARAMETROS-IMPORTACAO.
           OPEN INPUT ARQUIVO-PARAMETROS
           IF WS-STATUS-PARAMETROS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR IMPPARMS.DAT ("
                  "STATUS " WS-STATUS-PARAMETROS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO FD-REGISTRO-PARAMETROS
               READ ARQUIVO-PARAMETROS
                   AT END
                       DISPLAY "ERRO: IMPPARMS.DAT VAZIO."
                       MOVE 8 TO RETURN-CODE
                   NOT AT END
                       MOVE FD-IMP-ARQ-CSV TO WS-NOME-ARQ-CSV
                       MOVE FD-IMP-DEPTO   TO WS-LOTE-DEPTO
                       MOVE FD-IMP-DATA    TO WS-LOTE-DATA
                       IF FD-IMP-ARQ-ENTRADA NOT = SPACES
                           MOVE FD-IMP-ARQ-ENTRADA TO
                              WS-NOME-ARQ-ENTRADA
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           END-IF

           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN WS-NOME-ARQ-CSV = SPACES
                       DISPLAY "ERRO: PLANILHA CSV NAO INFORMADA EM "
                          "IMPPARMS.DAT."
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-LOTE-DEPTO = SPACES
                       DISPLAY "ERRO: DEPARTAMENTO NAO INFORMADO EM "
                          "IMPPARMS.DAT."
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-LOTE-DATA = SPACES
                       MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                       STRING WS-CURRENT-DATE(7:2) "/"
                              WS-CURRENT-DATE(5:2) "/"
                              WS-CURRENT-DATE(1:4)
                              DELIMITED BY SIZE INTO WS-LOTE-DATA
                   WHEN WS-LOTE-DATA(1:2) IS NOT NUMERIC OR
                        WS-LOTE-DATA(3:1) NOT = "/" OR
                        WS-LOTE-DATA(4:2) IS NOT NUMERIC OR
                        WS-LOTE-DATA(6:1) NOT = "/" OR
                        WS-LOTE-DATA(7:4) IS NOT NUMERIC
                       DISPLAY "ERRO: DATA DO LOTE INVALIDA EM "
                          "IMPPARMS.DAT: " WS-LOTE-DATA
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CABECALHO-RELATORIO.
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-IMPORTACAO
           MOVE "PLANILHA....: " TO WS-ARQ-ROTULO
           MOVE WS-NOME-ARQ-CSV  TO WS-ARQ-NOME
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-ARQUIVO
           MOVE "GERADO......: " TO WS-ARQ-ROTULO
           MOVE WS-NOME-ARQ-ENTRADA TO WS-ARQ-NOME
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-ARQUIVO
           MOVE WS-LOTE-DEPTO TO WS-LTE-DEPTO
           MOVE WS-LOTE-DATA  TO WS-LTE-DATA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-LOTE
           WRITE FD-LINHA-RELATORIO FROM WS-CAB-COLUNAS.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * LINHAS EM BRANCO SAO IGNORADAS, ASSIM COMO A PRIMEIRA LINHA
      * QUANDO ELA TRAZ OS TITULOS DAS COLUNAS DA PLANILHA (ID NAO
      * NUMERICO). ASPAS E O RETORNO DE CARRO DA PLANILHA SAO
      * DESCARTADOS ANTES DA SEPARACAO DOS CAMPOS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONVERTE-LINHA-CSV.
           MOVE "S" TO WS-LINHA-VALIDA
           INSPECT FD-LINHA-CSV REPLACING ALL '"' BY SPACE
           INSPECT FD-LINHA-CSV REPLACING ALL X"0D" BY SPACE

           MOVE SPACES TO WS-CAMPOS-CSV
           MOVE ZERO TO WS-QTD-CAMPOS
           UNSTRING FD-LINHA-CSV DELIMITED BY ";"
               INTO WS-CSV-ID WS-CSV-NUM-INICIAL WS-CSV-OPERADOR
                    WS-CSV-NUM-FINAL WS-CSV-CENTRO WS-CSV-MODO-ARRED
                    WS-CSV-TIPO-MOV WS-CSV-EXCEDENTE
               TALLYING IN WS-QTD-CAMPOS
           END-UNSTRING

           MOVE WS-CSV-ID TO WS-CAMPO-TRAB
           PERFORM ALINHA-CAMPO

           EVALUATE TRUE
               WHEN FD-LINHA-CSV = SPACES OR WS-CAMPOS-CSV = SPACES
                   ADD 1 TO WS-QTD-IGNORADAS
               WHEN PRIMEIRA-LINHA AND WS-TAM-CAMPO > ZERO AND
                    WS-TAM-CAMPO NOT > 20 AND
                    WS-CAMPO-ALINHADO(1:WS-TAM-CAMPO) IS NOT NUMERIC
                   ADD 1 TO WS-QTD-IGNORADAS
               WHEN OTHER
                   PERFORM MONTA-REGISTRO-ENTRADA
                   IF LINHA-OK
                       ADD 1 TO WS-QTD-IMPORTADAS
                       ADD WS-HASH-LINHA TO WS-HASH-IMPORTADOS
                       WRITE FD-REGISTRO-ENTRADA FROM WS-REGISTRO-SAIDA
                   ELSE
                       ADD 1 TO WS-QTD-COM-ERRO
                   END-IF
           END-EVALUATE

           IF FD-LINHA-CSV NOT = SPACES
               MOVE "N" TO WS-PRIMEIRA-LINHA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CADA CAMPO DA PLANILHA E LEVADO PARA A SUA COLUNA DO
      * ENTRADA.DAT. CADA CAMPO QUE NAO PODE SER CONVERTIDO GERA UMA
      * LINHA NA LISTA DE ERROS, E A LINHA INTEIRA FICA DE FORA. O
      * NUMERO INICIAL ENTRA NO HASH DO TRAILER, COMO NO VALIDAENT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MONTA-REGISTRO-ENTRADA.
           MOVE SPACES TO WS-SAI-SINAL-INICIAL WS-SAI-DIGITOS-INICIAL
                          WS-SAI-OPERADOR WS-SAI-SINAL-FINAL
                          WS-SAI-DIGITOS-FINAL WS-SAI-DIGITOS-ID
                          WS-SAI-CENTRO-CUSTO WS-SAI-MODO-ARRED
                          WS-SAI-TIPO-MOVIMENTO

           IF WS-QTD-CAMPOS > 7
               MOVE "CAMPOS A MAIS NA LINHA" TO WS-ERR-MOTIVO
               PERFORM ESCREVE-ERRO-IMPORTACAO
           END-IF

      * TIPO DE MOVIMENTO PRIMEIRO: NO ESTORNO OS OPERANDOS PODEM VIR
      * EM BRANCO, POIS A CALCULADORA OS TOMA DO CALCULO ORIGINAL.
           MOVE WS-CSV-TIPO-MOV TO WS-CAMPO-TRAB
           PERFORM ALINHA-CAMPO
           IF WS-TAM-CAMPO > 1
               MOVE "TIPO DE MOVIMENTO INVALIDO" TO WS-ERR-MOTIVO
               PERFORM ESCREVE-ERRO-IMPORTACAO
           ELSE
               MOVE WS-CAMPO-ALINHADO(1:1) TO WS-SAI-TIPO-MOVIMENTO
               IF NOT SAIDA-NORMAL AND NOT SAIDA-ESTORNO AND
                  NOT SAIDA-CORRECAO
                   MOVE "TIPO DE MOVIMENTO INVALIDO" TO WS-ERR-MOTIVO
                   PERFORM ESCREVE-ERRO-IMPORTACAO
               END-IF
           END-IF

           MOVE WS-CSV-ID TO WS-CAMPO-TRAB
           PERFORM ALINHA-CAMPO
           IF WS-TAM-CAMPO = ZERO OR WS-TAM-CAMPO > 7
               MOVE "ID REQUISICAO INVALIDO" TO WS-ERR-MOTIVO
               PERFORM ESCREVE-ERRO-IMPORTACAO
           ELSE
               IF WS-CAMPO-ALINHADO(1:WS-TAM-CAMPO) IS NOT NUMERIC
                   MOVE "ID REQUISICAO INVALIDO" TO WS-ERR-MOTIVO
                   PERFORM ESCREVE-ERRO-IMPORTACAO
               ELSE
                   MOVE ZEROS TO WS-SAI-DIGITOS-ID
                   MOVE WS-CAMPO-ALINHADO(1:WS-TAM-CAMPO) TO
                      WS-SAI-DIGITOS-ID(8 - WS-TAM-CAMPO:WS-TAM-CAMPO)
               END-IF
           END-IF

           MOVE ZERO TO WS-HASH-LINHA
           IF SAIDA-ESTORNO AND WS-CSV-NUM-INICIAL = SPACES
               MOVE "+"       TO WS-SAI-SINAL-INICIAL
               MOVE "0000000" TO WS-SAI-DIGITOS-INICIAL
           ELSE
               MOVE WS-CSV-NUM-INICIAL TO WS-CAMPO-TRAB
               PERFORM CONVERTE-NUMERO
               IF NUMERO-OK
                   MOVE WS-NUM-SINAL   TO WS-SAI-SINAL-INICIAL
                   MOVE WS-NUM-VALOR-X TO WS-SAI-DIGITOS-INICIAL
                   MOVE WS-NUM-VALOR   TO WS-HASH-LINHA
               ELSE
                   MOVE "NUMERO INICIAL INVALIDO" TO WS-ERR-MOTIVO
                   PERFORM ESCREVE-ERRO-IMPORTACAO
               END-IF
           END-IF

           MOVE WS-CSV-OPERADOR TO WS-CAMPO-TRAB
           PERFORM ALINHA-CAMPO
           MOVE WS-CAMPO-ALINHADO(1:1) TO WS-SAI-OPERADOR
           MOVE WS-CAMPO-ALINHADO(1:1) TO OPERADOR
           IF WS-TAM-CAMPO > 1 OR
              (NOT OPERADORESVALIDOS AND
               NOT (SAIDA-ESTORNO AND WS-TAM-CAMPO = ZERO))
               MOVE "OPERADOR INVALIDO" TO WS-ERR-MOTIVO
               PERFORM ESCREVE-ERRO-IMPORTACAO
           END-IF

           PERFORM CONVERTE-OPERANDO-FINAL

           MOVE WS-CSV-CENTRO TO WS-CAMPO-TRAB
           PERFORM ALINHA-CAMPO
           EVALUATE TRUE
               WHEN WS-TAM-CAMPO = ZERO
                   MOVE WS-LOTE-DEPTO TO WS-SAI-CENTRO-CUSTO
               WHEN WS-TAM-CAMPO > 4
                   MOVE "CENTRO DE CUSTO INVALIDO" TO WS-ERR-MOTIVO
                   PERFORM ESCREVE-ERRO-IMPORTACAO
               WHEN OTHER
                   MOVE WS-CAMPO-ALINHADO(1:4) TO WS-SAI-CENTRO-CUSTO
           END-EVALUATE

           MOVE WS-CSV-MODO-ARRED TO WS-CAMPO-TRAB
           PERFORM ALINHA-CAMPO
           MOVE WS-CAMPO-ALINHADO(1:1) TO WS-SAI-MODO-ARRED
           IF WS-TAM-CAMPO > 1 OR
              (WS-SAI-MODO-ARRED NOT = "T" AND
               WS-SAI-MODO-ARRED NOT = "A" AND
               WS-SAI-MODO-ARRED NOT = "B" AND
               WS-SAI-MODO-ARRED NOT = SPACE)
               MOVE "MODO ARREDONDAMENTO INVALIDO" TO WS-ERR-MOTIVO
               PERFORM ESCREVE-ERRO-IMPORTACAO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * NUMERO FINAL OU, NA VARIANTE DE TAXA, "T" SEGUIDO DO CODIGO
      * DA TAXA (ATE 7 POSICOES), GRAVADO NA COLUNA DO SINAL FINAL E
      * NAS SETE SEGUINTES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONVERTE-OPERANDO-FINAL.
           MOVE WS-CSV-NUM-FINAL TO WS-CAMPO-TRAB
           PERFORM ALINHA-CAMPO
           EVALUATE TRUE
               WHEN SAIDA-ESTORNO AND WS-TAM-CAMPO = ZERO
                   MOVE "+"       TO WS-SAI-SINAL-FINAL
                   MOVE "0000000" TO WS-SAI-DIGITOS-FINAL
               WHEN WS-CAMPO-ALINHADO(1:1) = "T"
                   MOVE WS-CAMPO-ALINHADO(2:19) TO WS-CAMPO-TRAB
                   PERFORM ALINHA-CAMPO
                   IF WS-TAM-CAMPO = ZERO OR WS-TAM-CAMPO > 7
                       MOVE "CODIGO DE TAXA INVALIDO" TO WS-ERR-MOTIVO
                       PERFORM ESCREVE-ERRO-IMPORTACAO
                   ELSE
                       MOVE "T" TO WS-SAI-SINAL-FINAL
                       MOVE WS-CAMPO-ALINHADO(1:7) TO
                          WS-SAI-DIGITOS-FINAL
                   END-IF
               WHEN OTHER
                   MOVE WS-CSV-NUM-FINAL TO WS-CAMPO-TRAB
                   PERFORM CONVERTE-NUMERO
                   IF NUMERO-OK
                       MOVE WS-NUM-SINAL   TO WS-SAI-SINAL-FINAL
                       MOVE WS-NUM-VALOR-X TO WS-SAI-DIGITOS-FINAL
                   ELSE
                       MOVE "NUMERO FINAL INVALIDO" TO WS-ERR-MOTIVO
                       PERFORM ESCREVE-ERRO-IMPORTACAO
                   END-IF
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * TIRA OS BRANCOS A ESQUERDA DE WS-CAMPO-TRAB E DEVOLVE EM
      * WS-TAM-CAMPO O TAMANHO ATE O PRIMEIRO BRANCO SEGUINTE. UM
      * CAMPO COM BRANCO NO MEIO TEM TAMANHO MAIOR QUE O PERMITIDO
      * EM QUALQUER COLUNA E E RECUSADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ALINHA-CAMPO.
           MOVE SPACES TO WS-CAMPO-ALINHADO
           MOVE ZERO TO WS-QTD-BRANCOS WS-TAM-CAMPO
           INSPECT WS-CAMPO-TRAB TALLYING WS-QTD-BRANCOS
               FOR LEADING SPACES
           IF WS-QTD-BRANCOS < 20
               MOVE WS-CAMPO-TRAB(WS-QTD-BRANCOS + 1:) TO
                  WS-CAMPO-ALINHADO
               INSPECT WS-CAMPO-ALINHADO TALLYING WS-TAM-CAMPO
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TAM-CAMPO < 20
                   IF WS-CAMPO-ALINHADO(WS-TAM-CAMPO + 1:) NOT = SPACES
                       MOVE 99 TO WS-TAM-CAMPO
                   END-IF
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * NUMERO DA PLANILHA PARA SINAL SEPARADO E SETE DIGITOS (5
      * INTEIROS E 2 DECIMAIS): SINAL OPCIONAL NA FRENTE, VIRGULA OU
      * PONTO DECIMAL. SEPARADOR DE MILHAR, MAIS DE DUAS DECIMAIS OU
      * MAIS DE CINCO INTEIROS TORNAM O NUMERO INVALIDO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONVERTE-NUMERO.
           MOVE "S" TO WS-NUMERO-VALIDO
           MOVE "N" TO WS-PARTE-DECIMAL
           MOVE "N" TO WS-FIM-NUMERO
           MOVE "N" TO WS-COM-DIGITO
           MOVE "+" TO WS-NUM-SINAL
           MOVE ZERO TO WS-NUM-INTEIRO WS-NUM-DECIMAL WS-QTD-DECIMAIS

           PERFORM VARYING WS-IND-CAR FROM 1 BY 1
               UNTIL WS-IND-CAR > 20 OR NOT NUMERO-OK
               MOVE WS-CAMPO-TRAB(WS-IND-CAR:1) TO WS-CARACTER
               EVALUATE TRUE
                   WHEN WS-CARACTER = SPACE
                       IF NUMERO-COM-DIGITO
                           MOVE "S" TO WS-FIM-NUMERO
                       END-IF
                   WHEN NUMERO-ENCERRADO
                       MOVE "N" TO WS-NUMERO-VALIDO
                   WHEN (WS-CARACTER = "+" OR WS-CARACTER = "-") AND
                        NOT NUMERO-COM-DIGITO AND
                        NOT NA-PARTE-DECIMAL
                       MOVE WS-CARACTER TO WS-NUM-SINAL
                   WHEN WS-CARACTER IS NUMERIC
                       MOVE "S" TO WS-COM-DIGITO
                       MOVE WS-CARACTER TO WS-DIGITO
                       IF NA-PARTE-DECIMAL
                           ADD 1 TO WS-QTD-DECIMAIS
                           EVALUATE WS-QTD-DECIMAIS
                               WHEN 1
                                   COMPUTE WS-NUM-DECIMAL =
                                      WS-DIGITO * 10
                               WHEN 2
                                   ADD WS-DIGITO TO WS-NUM-DECIMAL
                               WHEN OTHER
                                   MOVE "N" TO WS-NUMERO-VALIDO
                           END-EVALUATE
                       ELSE
                           COMPUTE WS-NUM-INTEIRO =
                              WS-NUM-INTEIRO * 10 + WS-DIGITO
                           IF WS-NUM-INTEIRO > 99999
                               MOVE "N" TO WS-NUMERO-VALIDO
                           END-IF
                       END-IF
                   WHEN (WS-CARACTER = "," OR WS-CARACTER = ".") AND
                        NOT NA-PARTE-DECIMAL
                       MOVE "S" TO WS-PARTE-DECIMAL
                   WHEN OTHER
                       MOVE "N" TO WS-NUMERO-VALIDO
               END-EVALUATE
           END-PERFORM

           IF NOT NUMERO-COM-DIGITO
               MOVE "N" TO WS-NUMERO-VALIDO
           END-IF

           IF NUMERO-OK
               COMPUTE WS-NUM-VALOR =
                  WS-NUM-INTEIRO + WS-NUM-DECIMAL / 100
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-ERRO-IMPORTACAO.
           MOVE "N" TO WS-LINHA-VALIDA
           MOVE WS-QTD-LIDAS TO WS-ERR-NUM-LINHA
           MOVE FD-LINHA-CSV TO WS-ERR-CONTEUDO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-ERRO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-TOTAIS-IMPORTACAO.
           MOVE WS-QTD-LIDAS       TO WS-TOT-LIDAS
           MOVE WS-QTD-IMPORTADAS  TO WS-TOT-IMPORTADAS
           MOVE WS-QTD-COM-ERRO    TO WS-TOT-COM-ERRO
           MOVE WS-QTD-IGNORADAS   TO WS-TOT-IGNORADAS
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL
           MOVE WS-QTD-IMPORTADAS  TO WS-TLR-CONTAGEM
           MOVE WS-HASH-IMPORTADOS TO WS-TLR-HASH
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TRAILER.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM IMPORTCSV.
