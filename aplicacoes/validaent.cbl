       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-ENTRADA ASSIGN TO DYNAMIC WS-NOME-ARQ-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.

           SELECT ARQUIVO-MANIFESTO ASSIGN TO DYNAMIC
               WS-NOME-ARQ-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MANIFESTO.

           SELECT ARQUIVO-TRABALHO ASSIGN TO "ENTRADA.VTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQUIVO-VALIDADO ASSIGN TO "ENTRADA.VAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALIDADO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PARAMETROS.
       01  FD-REGISTRO-PARAMETROS.
           05 FD-PAR-MODO-EXECUCAO     PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-RETOMAR-CKPT      PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-INTERVALO-CKPT    PIC 9(4).
           05 FILLER                   PIC X.
           05 FD-PAR-ARQ-ENTRADA       PIC X(44).
           05 FILLER                   PIC X.
           05 FD-PAR-ARQ-SAIDA         PIC X(44).
           05 FILLER                   PIC X.
           05 FD-PAR-MODO-ARRED        PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-SOBREPOR-ID       PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-RUN-ID            PIC X(12).
           05 FILLER                   PIC X.
           05 FD-PAR-USUARIO           PIC X(8).
           05 FILLER                   PIC X.
           05 FD-PAR-SENHA             PIC X(8).
      * MANIFESTO DA NOITE (COLUNAS 135-178): PREENCHIDO EM MODO
      * BATCH, OS ARQUIVOS NELE LISTADOS SUBSTITUEM ENTRADA.DAT.
           05 FILLER                   PIC X.
           05 FD-PAR-ARQ-MANIFESTO     PIC X(44).

       FD  ARQUIVO-ENTRADA.
       01  FD-REGISTRO-ENTRADA.
           05 FD-SINAL-INICIAL     PIC X.
           05 FD-CENTRO-CUSTO      PIC X(4).
           05 FD-SEPARADOR-5       PIC X.
           05 FD-MODO-ARREDONDAMENTO PIC X.
      * MOVIMENTO DE AJUSTE NA COLUNA 62: "E" ESTORNA E "C" CORRIGE O
      * CALCULO DO ID DE REQUISICAO INFORMADO; EM BRANCO, CALCULO
      * NORMAL.
           05 FILLER               PIC X(27).
           05 FD-TIPO-MOVIMENTO    PIC X.
              88 MOVIMENTO-NORMAL        VALUE SPACE.
              88 MOVIMENTO-ESTORNO       VALUE "E".
              88 MOVIMENTO-CORRECAO      VALUE "C".
           05 FILLER               PIC X(18).
      * REGISTROS DE CONTROLE DO LOTE: "H" NA COLUNA 1 IDENTIFICA O
      * CABECALHO (DATA E DEPARTAMENTO DE ORIGEM) E "T" O TRAILER
      * (CONTAGEM DE DETALHES E HASH DOS NUMEROS INICIAIS).
       FD  ARQUIVO-VALIDADO.
       01  FD-REGISTRO-VALIDADO    PIC X(80).

      * UMA LINHA POR ARQUIVO DE ENTRADA DA NOITE. A OPERACAO PREENCHE
      * SO O NOME; A SITUACAO E OS DEMAIS CAMPOS SAO ATUALIZADOS PELA
      * CRITICA (VALIDADO, RECUSADO, AUSENTE), PELA CALCULADORA
      * (PROCESSADO) E PELA CONCILIACAO (CONCILIADO, DIVERGENTE).
       FD  ARQUIVO-MANIFESTO.
       01  FD-REGISTRO-MANIFESTO.
           05 FD-MAN-ARQUIVO       PIC X(44).
           05 FILLER               PIC X.
           05 FD-MAN-SITUACAO      PIC X(10).
           05 FILLER               PIC X.
           05 FD-MAN-DEPTO         PIC X(4).
           05 FILLER               PIC X.
           05 FD-MAN-DATA-LOTE     PIC X(10).
           05 FILLER               PIC X.
           05 FD-MAN-DETALHES      PIC 9(9).
           05 FILLER               PIC X.
           05 FD-MAN-ACEITOS       PIC 9(9).
           05 FILLER               PIC X.
           05 FD-MAN-RUN-ID        PIC X(12).
           05 FILLER               PIC X.
           05 FD-MAN-MOTIVO        PIC X(30).

       FD  ARQUIVO-TRABALHO.
       01  FD-REGISTRO-TRABALHO    PIC X(80).

       FD  ARQUIVO-EDICAO.
       01  FD-LINHA-EDICAO         PIC X(132).

           05 FD-CEN-CODIGO        PIC X(4).
           05 FD-CEN-NOME          PIC X(30).
           05 FD-CEN-ATIVO         PIC X.
           05 FD-CEN-COTA-QTD      PIC 9(7).
           05 FD-CEN-COTA-VALOR    PIC 9(9)V99.
           05 FD-CEN-PCT-AVISO     PIC 9(3).

       WORKING-STORAGE SECTION.
        01 OPERADOR                PIC X VALUE "+".
        01 WS-STATUS-VALIDADO      PIC XX VALUE SPACES.
        01 WS-STATUS-EDICAO        PIC XX VALUE SPACES.
        01 WS-STATUS-CENTROS       PIC XX VALUE SPACES.
        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-MANIFESTO     PIC XX VALUE SPACES.
        01 WS-STATUS-TRABALHO      PIC XX VALUE SPACES.

        01 WS-NOME-ARQ-ENTRADA     PIC X(44) VALUE "ENTRADA.DAT".
        01 WS-NOME-ARQ-MANIFESTO   PIC X(44) VALUE SPACES.
        01 WS-MODO-EXECUCAO        PIC X     VALUE SPACE.
           88 MODO-LOTE                  VALUE "B", "b".

        01 WS-FLAGS.
           05 WS-EOF-ENTRADA          PIC X VALUE "N".
              88 LOTE-OK                    VALUE "S".
           05 WS-CENTROS-DISPONIVEL   PIC X VALUE "N".
              88 CENTROS-DISPONIVEL         VALUE "S".
           05 WS-MODO-MANIFESTO       PIC X VALUE "N".
              88 MODO-MANIFESTO             VALUE "S".
           05 WS-EOF-MANIFESTO        PIC X VALUE "N".
              88 FIM-ARQUIVO-MANIFESTO      VALUE "S".
           05 WS-EOF-TRABALHO         PIC X VALUE "N".
              88 FIM-ARQUIVO-TRABALHO       VALUE "S".
           05 WS-ARQUIVO-REPETIDO     PIC X VALUE "N".
              88 ARQUIVO-REPETIDO           VALUE "S".

      * ARQUIVOS DO MANIFESTO, NA ORDEM EM QUE FORAM LISTADOS; O
      * MANIFESTO E REGRAVADO INTEIRO A PARTIR DESTA TABELA.
        01 WS-TABELA-MANIFESTO.
           05 WS-QTD-MANIFESTO        PIC 9(3) VALUE ZERO.
           05 WS-IND-MAN              PIC 9(3) VALUE ZERO.
           05 WS-IND-REP              PIC 9(3) VALUE ZERO.
           05 WS-MAN-ENTRADA OCCURS 20 TIMES.
              10 WS-MAN-ARQUIVO       PIC X(44).
              10 FILLER               PIC X.
              10 WS-MAN-SITUACAO      PIC X(10).
                 88 MAN-JA-PROCESSADO VALUE "PROCESSADO", "CONCILIADO",
                                            "DIVERGENTE".
              10 FILLER               PIC X.
              10 WS-MAN-DEPTO         PIC X(4).
              10 FILLER               PIC X.
              10 WS-MAN-DATA-LOTE     PIC X(10).
              10 FILLER               PIC X.
              10 WS-MAN-DETALHES      PIC 9(9).
              10 FILLER               PIC X.
              10 WS-MAN-ACEITOS       PIC 9(9).
              10 FILLER               PIC X.
              10 WS-MAN-RUN-ID        PIC X(12).
              10 FILLER               PIC X.
              10 WS-MAN-MOTIVO        PIC X(30).

        01 WS-TOTAIS-MANIFESTO.
           05 WS-QTD-ARQ-ACEITOS      PIC 9(3) VALUE ZERO.
           05 WS-QTD-ARQ-RECUSADOS    PIC 9(3) VALUE ZERO.
           05 WS-TOT-ACEITOS          PIC 9(9) VALUE ZERO.
           05 WS-TOT-RECUSADOS        PIC 9(9) VALUE ZERO.

        01 WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(9) VALUE ZERO.
           05 WS-EDI-TOT-RECUSADOS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(57) VALUE SPACES.

      * CABECALHO DE CADA ARQUIVO ACEITO EM ENTRADA.VAL: DATA E
      * DEPARTAMENTO DO LOTE E, NAS COLUNAS 19-62, O NOME DO ARQUIVO
      * DE ORIGEM, QUE SEPARA AS SECOES DO RELATORIO E DO BALANCO.
        01 WS-CABECALHO-SAIDA.
           05 FILLER                   PIC X(2) VALUE "H ".
           05 WS-CBS-DATA              PIC X(10).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-CBS-DEPTO             PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 WS-CBS-ARQUIVO           PIC X(44).
           05 FILLER                   PIC X(18) VALUE SPACES.

        01 WS-LINHA-MANIFESTO-EDICAO.
           05 FILLER                   PIC X(11) VALUE "MANIFESTO: ".
           05 WS-EDI-MANIFESTO         PIC X(44).
           05 FILLER                   PIC X(77) VALUE SPACES.

        01 WS-LINHA-ARQUIVO-EDICAO.
           05 FILLER                   PIC X(9)  VALUE "ARQUIVO: ".
           05 WS-EDI-ARQUIVO           PIC X(44).
           05 FILLER                   PIC X(79) VALUE SPACES.

        01 WS-LINHA-SITUACAO-EDICAO.
           05 FILLER                   PIC X(21) VALUE
              "SITUACAO DO ARQUIVO: ".
           05 WS-EDI-SITUACAO          PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-EDI-MOTIVO-ARQUIVO    PIC X(30).
           05 FILLER                   PIC X(69) VALUE SPACES.

        01 WS-LINHA-TOTAL-MANIFESTO.
           05 FILLER                   PIC X(39) VALUE
              "TOTAL DO MANIFESTO - ARQUIVOS ACEITOS: ".
           05 WS-EDI-MAN-ARQ-ACEITOS   PIC ZZ9.
           05 FILLER                   PIC X(13) VALUE "  RECUSADOS: ".
           05 WS-EDI-MAN-ARQ-RECUSADOS PIC ZZ9.
           05 FILLER                   PIC X(21) VALUE
              "  REGISTROS ACEITOS: ".
           05 WS-EDI-MAN-ACEITOS       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE "  RECUSADOS: ".
           05 WS-EDI-MAN-RECUSADOS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(18) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LE-PARAMETROS

           IF MODO-MANIFESTO
               PERFORM PROCESSA-MANIFESTO
           ELSE
               PERFORM PROCESSA-ARQUIVO-UNICO
           END-IF

           GOBACK.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SO O NOME DO MANIFESTO INTERESSA A CRITICA, E SO NO MODO
      * BATCH; SEM ELE A ENTRADA CONTINUA SENDO ENTRADA.DAT.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS
           IF WS-STATUS-PARAMETROS = "00"
               READ ARQUIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PAR-MODO-EXECUCAO TO WS-MODO-EXECUCAO
                       IF MODO-LOTE AND
                          FD-PAR-ARQ-MANIFESTO NOT = SPACES
                           MOVE FD-PAR-ARQ-MANIFESTO TO
                              WS-NOME-ARQ-MANIFESTO
                           MOVE "S" TO WS-MODO-MANIFESTO
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCESSA-ARQUIVO-UNICO.
           OPEN INPUT ARQUIVO-ENTRADA
           IF WS-STATUS-ENTRADA NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ENTRADA.DAT ("

           IF RETURN-CODE = ZERO AND WS-QTD-RECUSADOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CADA ARQUIVO DO MANIFESTO E CRITICADO CONTRA SEU PROPRIO
      * CABECALHO E TRAILER. ARQUIVO AUSENTE OU FORA DE BALANCO E
      * POSTO DE LADO (RC 4) SEM PARAR OS DEMAIS; OS ACEITOS SEGUEM
      * JUNTOS EM ENTRADA.VAL, CADA UM ENTRE SEU CABECALHO E SEU
      * TRAILER. ARQUIVO JA PROCESSADO NUMA EXECUCAO ANTERIOR NAO E
      * CRITICADO DE NOVO. NENHUM ARQUIVO ACEITO PARA A CADEIA (RC 8).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCESSA-MANIFESTO.
           PERFORM CARREGA-MANIFESTO

           IF RETURN-CODE = ZERO
               OPEN OUTPUT ARQUIVO-VALIDADO
               OPEN OUTPUT ARQUIVO-EDICAO
               IF WS-STATUS-VALIDADO NOT = "00" OR
                  WS-STATUS-EDICAO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR OS ARQUIVOS "
                      "DE SAIDA (STATUS " WS-STATUS-VALIDADO " / "
                      WS-STATUS-EDICAO ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-CENTROS

                   WRITE FD-LINHA-EDICAO FROM WS-CAB-EDICAO
                   MOVE WS-NOME-ARQ-MANIFESTO TO WS-EDI-MANIFESTO
                   WRITE FD-LINHA-EDICAO FROM WS-LINHA-MANIFESTO-EDICAO
                   WRITE FD-LINHA-EDICAO FROM WS-CAB-COLUNAS-EDICAO

                   PERFORM VARYING WS-IND-MAN FROM 1 BY 1
                       UNTIL WS-IND-MAN > WS-QTD-MANIFESTO
                       MOVE WS-MAN-ARQUIVO(WS-IND-MAN) TO
                          WS-NOME-ARQ-ENTRADA
                       MOVE WS-NOME-ARQ-ENTRADA TO WS-EDI-ARQUIVO
                       WRITE FD-LINHA-EDICAO FROM
                          WS-LINHA-ARQUIVO-EDICAO
                       IF MAN-JA-PROCESSADO(WS-IND-MAN)
                           DISPLAY "AVISO: " WS-NOME-ARQ-ENTRADA
                              " JA PROCESSADO NA EXECUCAO "
                              WS-MAN-RUN-ID(WS-IND-MAN) ". IGNORADO."
                       ELSE
                           PERFORM VALIDA-ARQUIVO-MANIFESTO
                       END-IF
                       MOVE WS-MAN-SITUACAO(WS-IND-MAN) TO
                          WS-EDI-SITUACAO
                       MOVE WS-MAN-MOTIVO(WS-IND-MAN) TO
                          WS-EDI-MOTIVO-ARQUIVO
                       WRITE FD-LINHA-EDICAO FROM
                          WS-LINHA-SITUACAO-EDICAO
                   END-PERFORM

                   MOVE WS-QTD-ARQ-ACEITOS   TO WS-EDI-MAN-ARQ-ACEITOS
                   MOVE WS-QTD-ARQ-RECUSADOS TO
                      WS-EDI-MAN-ARQ-RECUSADOS
                   MOVE WS-TOT-ACEITOS       TO WS-EDI-MAN-ACEITOS
                   MOVE WS-TOT-RECUSADOS     TO WS-EDI-MAN-RECUSADOS
                   WRITE FD-LINHA-EDICAO FROM WS-LINHA-TOTAL-MANIFESTO

                   IF CENTROS-DISPONIVEL
                       CLOSE ARQUIVO-CENTROS
                   END-IF

                   CLOSE ARQUIVO-EDICAO
                   CLOSE ARQUIVO-VALIDADO

                   PERFORM GRAVA-MANIFESTO
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               IF WS-QTD-ARQ-ACEITOS = ZERO
                   DISPLAY "ERRO: NENHUM ARQUIVO DO MANIFESTO "
                      WS-NOME-ARQ-MANIFESTO " FOI ACEITO."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-QTD-ARQ-RECUSADOS > ZERO OR
                      WS-TOT-RECUSADOS > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-MANIFESTO.
           OPEN INPUT ARQUIVO-MANIFESTO
           IF WS-STATUS-MANIFESTO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR O MANIFESTO "
                  WS-NOME-ARQ-MANIFESTO " (STATUS "
                  WS-STATUS-MANIFESTO ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FIM-ARQUIVO-MANIFESTO
                   MOVE SPACES TO FD-REGISTRO-MANIFESTO
                   READ ARQUIVO-MANIFESTO
                       AT END
                           MOVE "S" TO WS-EOF-MANIFESTO
                       NOT AT END
                           PERFORM CARREGA-LINHA-MANIFESTO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MANIFESTO

               IF RETURN-CODE = ZERO AND WS-QTD-MANIFESTO = ZERO
                   DISPLAY "ERRO: MANIFESTO " WS-NOME-ARQ-MANIFESTO
                      " SEM ARQUIVOS."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * LINHA EM BRANCO E DESCARTADA. MAIS DE 20 ARQUIVOS NAO CABEM NA
      * REGRAVACAO DO MANIFESTO E A NOITE NAO COMECA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-MANIFESTO.
           IF FD-MAN-ARQUIVO NOT = SPACES
               IF WS-QTD-MANIFESTO < 20
                   ADD 1 TO WS-QTD-MANIFESTO
                   MOVE FD-REGISTRO-MANIFESTO TO
                      WS-MAN-ENTRADA(WS-QTD-MANIFESTO)
               ELSE
                   IF RETURN-CODE = ZERO
                       DISPLAY "ERRO: MANIFESTO " WS-NOME-ARQ-MANIFESTO
                          " COM MAIS DE 20 ARQUIVOS."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VALIDA-ARQUIVO-MANIFESTO.
           INITIALIZE WS-CONTADORES
           INITIALIZE WS-CONTROLES-LOTE
           MOVE "N" TO WS-EOF-ENTRADA
           MOVE "N" TO WS-COM-CABECALHO
           MOVE "N" TO WS-COM-TRAILER
           MOVE "S" TO WS-LOTE-VALIDO
           MOVE SPACES TO WS-MAN-DEPTO(WS-IND-MAN)
           MOVE SPACES TO WS-MAN-DATA-LOTE(WS-IND-MAN)
           MOVE ZERO   TO WS-MAN-DETALHES(WS-IND-MAN)
           MOVE ZERO   TO WS-MAN-ACEITOS(WS-IND-MAN)
           MOVE SPACES TO WS-MAN-RUN-ID(WS-IND-MAN)
           MOVE SPACES TO WS-MAN-MOTIVO(WS-IND-MAN)

           PERFORM PROCURA-ARQUIVO-REPETIDO
           IF ARQUIVO-REPETIDO
               MOVE "RECUSADO" TO WS-MAN-SITUACAO(WS-IND-MAN)
               MOVE "REPETIDO NO MANIFESTO" TO
                  WS-MAN-MOTIVO(WS-IND-MAN)
               ADD 1 TO WS-QTD-ARQ-RECUSADOS
           ELSE
               OPEN INPUT ARQUIVO-ENTRADA
               IF WS-STATUS-ENTRADA NOT = "00"
                   DISPLAY "AVISO: NAO FOI POSSIVEL ABRIR "
                      WS-NOME-ARQ-ENTRADA " (STATUS "
                      WS-STATUS-ENTRADA "). ARQUIVO POSTO DE LADO."
                   MOVE "AUSENTE" TO WS-MAN-SITUACAO(WS-IND-MAN)
                   STRING "INDISPONIVEL (STATUS "
                          WS-STATUS-ENTRADA ")"
                          DELIMITED BY SIZE
                          INTO WS-MAN-MOTIVO(WS-IND-MAN)
                   ADD 1 TO WS-QTD-ARQ-RECUSADOS
               ELSE
                   PERFORM CRITICA-ARQUIVO-MANIFESTO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O MESMO ARQUIVO LISTADO DUAS VEZES SERIA CALCULADO EM DOBRO:
      * SO A PRIMEIRA OCORRENCIA E CRITICADA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCURA-ARQUIVO-REPETIDO.
           MOVE "N" TO WS-ARQUIVO-REPETIDO
           PERFORM VARYING WS-IND-REP FROM 1 BY 1
               UNTIL WS-IND-REP NOT < WS-IND-MAN
               IF WS-MAN-ARQUIVO(WS-IND-REP) =
                  WS-MAN-ARQUIVO(WS-IND-MAN)
                   MOVE "S" TO WS-ARQUIVO-REPETIDO
               END-IF
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * OS DETALHES ACEITOS VAO PRIMEIRO PARA ENTRADA.VTM; SO COM OS
      * CONTROLES DO ARQUIVO EM BALANCO ELES SAO COPIADOS PARA
      * ENTRADA.VAL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CRITICA-ARQUIVO-MANIFESTO.
           OPEN OUTPUT ARQUIVO-TRABALHO
           IF WS-STATUS-TRABALHO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR ENTRADA.VTM ("
                  "STATUS " WS-STATUS-TRABALHO ")."
               MOVE "RECUSADO" TO WS-MAN-SITUACAO(WS-IND-MAN)
               MOVE "ERRO NO ARQUIVO DE TRABALHO" TO
                  WS-MAN-MOTIVO(WS-IND-MAN)
               ADD 1 TO WS-QTD-ARQ-RECUSADOS
               MOVE 8 TO RETURN-CODE
               CLOSE ARQUIVO-ENTRADA
           ELSE
               PERFORM UNTIL FIM-ARQUIVO-ENTRADA
                   MOVE SPACES TO FD-AREA-ENTRADA
                   READ ARQUIVO-ENTRADA
                       AT END
                           MOVE "S" TO WS-EOF-ENTRADA
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDOS
                           PERFORM CLASSIFICA-REGISTRO-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TRABALHO
               CLOSE ARQUIVO-ENTRADA

               PERFORM VERIFICA-CONTROLES-LOTE

               MOVE WS-LOTE-DEPTO   TO WS-MAN-DEPTO(WS-IND-MAN)
               MOVE WS-LOTE-DATA    TO WS-MAN-DATA-LOTE(WS-IND-MAN)
               MOVE WS-QTD-DETALHES TO WS-MAN-DETALHES(WS-IND-MAN)
               IF LOTE-OK
                   PERFORM COPIA-ARQUIVO-ACEITO
                   MOVE "VALIDADO" TO WS-MAN-SITUACAO(WS-IND-MAN)
                   MOVE WS-QTD-ACEITOS TO WS-MAN-ACEITOS(WS-IND-MAN)
                   IF WS-QTD-RECUSADOS > ZERO
                       MOVE "COM REGISTROS RECUSADOS" TO
                          WS-MAN-MOTIVO(WS-IND-MAN)
                   END-IF
                   ADD 1 TO WS-QTD-ARQ-ACEITOS
                   ADD WS-QTD-ACEITOS   TO WS-TOT-ACEITOS
                   ADD WS-QTD-RECUSADOS TO WS-TOT-RECUSADOS
               ELSE
                   MOVE "RECUSADO" TO WS-MAN-SITUACAO(WS-IND-MAN)
                   MOVE "CONTROLES AUSENTES OU FORA BAL." TO
                      WS-MAN-MOTIVO(WS-IND-MAN)
                   ADD 1 TO WS-QTD-ARQ-RECUSADOS
               END-IF

               PERFORM ESCREVE-TOTAIS-EDICAO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       COPIA-ARQUIVO-ACEITO.
           MOVE WS-LOTE-DATA        TO WS-CBS-DATA
           MOVE WS-LOTE-DEPTO       TO WS-CBS-DEPTO
           MOVE WS-NOME-ARQ-ENTRADA TO WS-CBS-ARQUIVO
           WRITE FD-REGISTRO-VALIDADO FROM WS-CABECALHO-SAIDA

           OPEN INPUT ARQUIVO-TRABALHO
           MOVE "N" TO WS-EOF-TRABALHO
           PERFORM UNTIL FIM-ARQUIVO-TRABALHO
               READ ARQUIVO-TRABALHO
                   AT END
                       MOVE "S" TO WS-EOF-TRABALHO
                   NOT AT END
                       WRITE FD-REGISTRO-VALIDADO FROM
                          FD-REGISTRO-TRABALHO
               END-READ
           END-PERFORM
           CLOSE ARQUIVO-TRABALHO

           PERFORM ESCREVE-TRAILER-VALIDADO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-MANIFESTO.
           OPEN OUTPUT ARQUIVO-MANIFESTO
           IF WS-STATUS-MANIFESTO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ATUALIZAR O MANIFESTO "
                  WS-NOME-ARQ-MANIFESTO " (STATUS "
                  WS-STATUS-MANIFESTO ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IND-MAN FROM 1 BY 1
                   UNTIL WS-IND-MAN > WS-QTD-MANIFESTO
                   MOVE WS-MAN-ENTRADA(WS-IND-MAN) TO
                      FD-REGISTRO-MANIFESTO
                   WRITE FD-REGISTRO-MANIFESTO
               END-PERFORM
               CLOSE ARQUIVO-MANIFESTO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SEPARA OS REGISTROS DE CONTROLE ("H" E "T" NA COLUNA 1) DOS
           MOVE "S" TO WS-COM-CABECALHO
           MOVE FD-CAB-DATA  TO WS-LOTE-DATA
           MOVE FD-CAB-DEPTO TO WS-LOTE-DEPTO
      * NO MANIFESTO O CABECALHO SO E GRAVADO SE O ARQUIVO FOR ACEITO,
      * JA COM O NOME DO ARQUIVO DE ORIGEM.
           IF NOT MODO-MANIFESTO
               WRITE FD-REGISTRO-VALIDADO FROM FD-AREA-ENTRADA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       TRATA-TRAILER.
           END-IF

           IF NOT LOTE-OK
               IF MODO-MANIFESTO
                   DISPLAY "AVISO: CONTROLES DO LOTE DE "
                      WS-NOME-ARQ-ENTRADA " AUSENTES OU FORA DE "
                      "BALANCO. ARQUIVO POSTO DE LADO."
               ELSE
                   DISPLAY "ERRO: CONTROLES DO LOTE AUSENTES OU FORA "
                      "DE BALANCO. ARQUIVO RECUSADO."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CRITICA-REGISTRO.
           MOVE "S" TO WS-REGISTRO-VALIDO

           IF NOT MOVIMENTO-NORMAL AND NOT MOVIMENTO-ESTORNO AND
              NOT MOVIMENTO-CORRECAO
               MOVE "TIPO DE MOVIMENTO INVALIDO" TO WS-EDI-MOTIVO
               PERFORM ESCREVE-ERRO-EDICAO
           END-IF

      * O ESTORNO SO PRECISA DO ID E DO CENTRO: OS OPERANDOS VEM DO
      * CALCULO ORIGINAL GRAVADO NO MESTRE.
           IF NOT MOVIMENTO-ESTORNO
               PERFORM CRITICA-OPERANDOS
           END-IF

           IF FD-DIGITOS-ID IS NOT NUMERIC
               MOVE "ID REQUISICAO INVALIDO" TO WS-EDI-MOTIVO
               PERFORM ESCREVE-ERRO-EDICAO
           ELSE
               IF MOVIMENTO-NORMAL AND FD-DIGITOS-ID NOT < "9000000"
                   MOVE "ID NA FAIXA DE AJUSTES" TO WS-EDI-MOTIVO
                   PERFORM ESCREVE-ERRO-EDICAO
               END-IF
           END-IF

           IF FD-CENTRO-CUSTO = SPACES

           IF REGISTRO-OK
               ADD 1 TO WS-QTD-ACEITOS
               IF FD-DIGITOS-INICIAL IS NUMERIC
                   MOVE FD-DIGITOS-INICIAL TO WS-NUM-INICIAL-TRAB-X
                   ADD WS-NUM-INICIAL-TRAB TO WS-HASH-ACEITOS
               END-IF
               PERFORM ESCREVE-REGISTRO-VALIDADO
           ELSE
               ADD 1 TO WS-QTD-RECUSADOS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CRITICA-OPERANDOS.
           IF FD-SINAL-INICIAL NOT = "+" AND
              FD-SINAL-INICIAL NOT = "-"
               MOVE "SINAL INICIAL INVALIDO" TO WS-EDI-MOTIVO
               PERFORM ESCREVE-ERRO-EDICAO
           END-IF

           IF FD-DIGITOS-INICIAL IS NOT NUMERIC
               MOVE "NUMERO INICIAL NAO NUMERICO" TO WS-EDI-MOTIVO
               PERFORM ESCREVE-ERRO-EDICAO
           END-IF

           MOVE FD-OPERADOR TO OPERADOR
           IF NOT OPERADORESVALIDOS
               MOVE "OPERADOR INVALIDO" TO WS-EDI-MOTIVO
               PERFORM ESCREVE-ERRO-EDICAO
           END-IF

      * NA VARIANTE DE TAXA A COLUNA DO SINAL FINAL TRAZ "T" E AS
      * SETE SEGUINTES O CODIGO DA TAXA, RESOLVIDO PELA CALCULADORA.
           IF FD-SINAL-FINAL = "T"
               IF FD-DIGITOS-FINAL = SPACES
                   MOVE "CODIGO DE TAXA AUSENTE" TO WS-EDI-MOTIVO
                   PERFORM ESCREVE-ERRO-EDICAO
               END-IF
           ELSE
               IF FD-SINAL-FINAL NOT = "+" AND
                  FD-SINAL-FINAL NOT = "-"
                   MOVE "SINAL FINAL INVALIDO" TO WS-EDI-MOTIVO
                   PERFORM ESCREVE-ERRO-EDICAO
               END-IF

               IF FD-DIGITOS-FINAL IS NOT NUMERIC
                   MOVE "NUMERO FINAL NAO NUMERICO" TO WS-EDI-MOTIVO
                   PERFORM ESCREVE-ERRO-EDICAO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SEM CENTROS.DAT A CRITICA DE CENTRO FICA COMO SEMPRE FOI
      * (APENAS PRESENCA); COM O CADASTRO, CENTRO DESCONHECIDO OU

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-REGISTRO-VALIDADO.
           IF MODO-MANIFESTO
               WRITE FD-REGISTRO-TRABALHO FROM FD-AREA-ENTRADA
           ELSE
               WRITE FD-REGISTRO-VALIDADO FROM FD-AREA-ENTRADA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-TOTAIS-EDICAO.
