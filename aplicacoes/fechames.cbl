      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: FECHAMENTO E REABERTURA DE PERIODOS MENSAIS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FECHAMES.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "FECPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "FECHAMES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      * ACAO "F" ENCERRA O MES AAAAMM JA FATURADO; "R" REABRE UM MES
      * ENCERRADO PARA CORRECAO E NOVO FATURAMENTO.
       FD  ARQUIVO-PARAMETROS.
       01  FD-REGISTRO-PARAMETROS.
           05 FD-FEC-ACAO              PIC X.
           05 FILLER                   PIC X.
           05 FD-FEC-MES               PIC X(6).

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

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-PERIODOS      PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.

        01 WS-ACAO                 PIC X     VALUE SPACE.
           88 ACAO-FECHAR                VALUE "F".
           88 ACAO-REABRIR               VALUE "R".
        01 WS-MES-ACAO             PIC X(6)  VALUE SPACES.
        01 WS-MES-CORRENTE         PIC X(6)  VALUE SPACES.
        01 WS-RESULTADO-ACAO       PIC X(40) VALUE SPACES.

        01 WS-FLAGS.
           05 WS-EOF-PERIODOS         PIC X VALUE "N".
              88 FIM-ARQUIVO-PERIODOS       VALUE "S".
           05 WS-PERIODOS-ALTERADOS   PIC X VALUE "N".
              88 PERIODOS-ALTERADOS         VALUE "S".

        01 WS-TABELA-PERIODOS.
           05 WS-QTD-PERIODOS         PIC 9(3) VALUE ZERO.
           05 WS-IND-PER              PIC 9(3) VALUE ZERO.
           05 WS-PER-ENTRADA OCCURS 240 TIMES.
              10 WS-PER-MES           PIC X(6).
              10 WS-PER-STATUS        PIC X.
              10 WS-PER-DATA          PIC X(10).
              10 WS-PER-HORA          PIC X(8).

        01 WS-CURRENT-DATE         PIC X(21) VALUE SPACES.
        01 WS-DATA-FORMATADA       PIC X(10) VALUE SPACES.
        01 WS-HORA-FORMATADA       PIC X(8)  VALUE SPACES.

        01 WS-CAB-FECHAMENTO.
           05 FILLER PIC X(132) VALUE
              "CONTROLE DE PERIODOS MENSAIS - FECHAMES".

        01 WS-LINHA-ACAO.
           05 FILLER                   PIC X(7)  VALUE "ACAO: ".
           05 WS-ACA-ACAO              PIC X.
           05 FILLER                   PIC X(7)  VALUE "  MES: ".
           05 WS-ACA-MES               PIC X(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-ACA-RESULTADO         PIC X(40).
           05 FILLER                   PIC X(69) VALUE SPACES.

        01 WS-CAB-COLUNAS.
           05 FILLER PIC X(132) VALUE
              "MES     SITUACAO    DATA        HORA".

        01 WS-LINHA-PERIODO.
           05 WS-LPE-MES               PIC X(6).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-LPE-SITUACAO          PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-LPE-DATA              PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-LPE-HORA              PIC X(8).
           05 FILLER                   PIC X(92) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM LE-PARAMETROS-FECHAMENTO

           IF RETURN-CODE = ZERO
               PERFORM CARREGA-PERIODOS
           END-IF

           IF RETURN-CODE = ZERO
               EVALUATE TRUE
                   WHEN ACAO-FECHAR
                       PERFORM ENCERRA-MES
                   WHEN ACAO-REABRIR
                       PERFORM REABRE-MES
               END-EVALUATE
           END-IF

           IF RETURN-CODE = ZERO AND PERIODOS-ALTERADOS
               PERFORM GRAVA-PERIODOS
           END-IF

           IF RETURN-CODE NOT = 8
               PERFORM ESCREVE-RELATORIO-FECHAMENTO
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * FECPARMS.DAT TRAZ A ACAO (F OU R) NA COLUNA 1 E O MES AAAAMM
      * NAS COLUNAS 3-8.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-PARAMETROS-FECHAMENTO.
           OPEN INPUT ARQUIVO-PARAMETROS
           IF WS-STATUS-PARAMETROS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR FECPARMS.DAT ("
                  "STATUS " WS-STATUS-PARAMETROS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               READ ARQUIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-FEC-ACAO TO WS-ACAO
                       MOVE FD-FEC-MES  TO WS-MES-ACAO
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           END-IF

           IF RETURN-CODE = ZERO
               IF NOT ACAO-FECHAR AND NOT ACAO-REABRIR
                   DISPLAY "ERRO: ACAO INVALIDA EM FECPARMS.DAT: "
                      WS-ACAO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               IF WS-MES-ACAO IS NOT NUMERIC OR
                  WS-MES-ACAO(5:2) < "01" OR
                  WS-MES-ACAO(5:2) > "12"
                   DISPLAY "ERRO: MES INVALIDO EM FECPARMS.DAT: "
                      WS-MES-ACAO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(7:2) "/" WS-CURRENT-DATE(5:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-DATA-FORMATADA
           STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA
           MOVE WS-CURRENT-DATE(1:6) TO WS-MES-CORRENTE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-PERIODOS.
           OPEN INPUT ARQUIVO-PERIODOS
           IF WS-STATUS-PERIODOS = "00"
               PERFORM UNTIL FIM-ARQUIVO-PERIODOS
                   READ ARQUIVO-PERIODOS
                       AT END
                           MOVE "S" TO WS-EOF-PERIODOS
                       NOT AT END
                           PERFORM CARREGA-LINHA-PERIODO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-PERIODOS
           ELSE
               IF WS-STATUS-PERIODOS NOT = "35"
                   DISPLAY "ERRO: NAO FOI POSSIVEL LER PERIODOS.DAT ("
                      "STATUS " WS-STATUS-PERIODOS ")."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-PERIODO.
           IF WS-QTD-PERIODOS < 240
               ADD 1 TO WS-QTD-PERIODOS
               MOVE FD-PER-MES    TO WS-PER-MES(WS-QTD-PERIODOS)
               MOVE FD-PER-STATUS TO WS-PER-STATUS(WS-QTD-PERIODOS)
               MOVE FD-PER-DATA   TO WS-PER-DATA(WS-QTD-PERIODOS)
               MOVE FD-PER-HORA   TO WS-PER-HORA(WS-QTD-PERIODOS)
           ELSE
               DISPLAY "ERRO: TABELA DE PERIODOS CHEIA EM "
                  "PERIODOS.DAT."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LOCALIZA-PERIODO.
           PERFORM VARYING WS-IND-PER FROM 1 BY 1
               UNTIL WS-IND-PER > WS-QTD-PERIODOS OR
                     WS-PER-MES(WS-IND-PER) = WS-MES-ACAO
               CONTINUE
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SO SE ENCERRA MES JA TERMINADO E JA FATURADO (FATURACC MARCA
      * O MES COMO "F" AO EMITIR AS FATURAS). MES REABERTO PRECISA SER
      * FATURADO DE NOVO ANTES DE UM NOVO ENCERRAMENTO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ENCERRA-MES.
           PERFORM LOCALIZA-PERIODO
           EVALUATE TRUE
               WHEN WS-MES-ACAO NOT < WS-MES-CORRENTE
                   MOVE "RECUSADO: MES AINDA EM CURSO" TO
                      WS-RESULTADO-ACAO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-IND-PER > WS-QTD-PERIODOS
                   MOVE "RECUSADO: MES NAO FATURADO" TO
                      WS-RESULTADO-ACAO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PER-STATUS(WS-IND-PER) = "E"
                   MOVE "MES JA ENCERRADO" TO WS-RESULTADO-ACAO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-PER-STATUS(WS-IND-PER) NOT = "F"
                   MOVE "RECUSADO: MES NAO FATURADO" TO
                      WS-RESULTADO-ACAO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "E"               TO WS-PER-STATUS(WS-IND-PER)
                   MOVE WS-DATA-FORMATADA TO WS-PER-DATA(WS-IND-PER)
                   MOVE WS-HORA-FORMATADA TO WS-PER-HORA(WS-IND-PER)
                   MOVE "S" TO WS-PERIODOS-ALTERADOS
                   MOVE "MES ENCERRADO" TO WS-RESULTADO-ACAO
           END-EVALUATE

           IF RETURN-CODE = 8
               DISPLAY "ERRO: ENCERRAMENTO DE " WS-MES-ACAO " "
                  WS-RESULTADO-ACAO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A REABERTURA LIBERA O MES PARA AJUSTES E NOVO FATURAMENTO; O
      * EXPURGO VOLTA A PRESERVAR OS REGISTROS DO MES.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REABRE-MES.
           PERFORM LOCALIZA-PERIODO
           IF WS-IND-PER > WS-QTD-PERIODOS
               MOVE "RECUSADO: MES NAO ENCERRADO" TO WS-RESULTADO-ACAO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PER-STATUS(WS-IND-PER) NOT = "E"
                   MOVE "RECUSADO: MES NAO ENCERRADO" TO
                      WS-RESULTADO-ACAO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "R"               TO WS-PER-STATUS(WS-IND-PER)
                   MOVE WS-DATA-FORMATADA TO WS-PER-DATA(WS-IND-PER)
                   MOVE WS-HORA-FORMATADA TO WS-PER-HORA(WS-IND-PER)
                   MOVE "S" TO WS-PERIODOS-ALTERADOS
                   MOVE "MES REABERTO" TO WS-RESULTADO-ACAO
               END-IF
           END-IF

           IF RETURN-CODE = 8
               DISPLAY "ERRO: REABERTURA DE " WS-MES-ACAO " "
                  WS-RESULTADO-ACAO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PERIODOS.DAT E REGRAVADO POR INTEIRO A PARTIR DA TABELA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-PERIODOS.
           OPEN OUTPUT ARQUIVO-PERIODOS
           IF WS-STATUS-PERIODOS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR PERIODOS.DAT ("
                  "STATUS " WS-STATUS-PERIODOS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                   UNTIL WS-IND-PER > WS-QTD-PERIODOS
                   MOVE SPACES TO FD-REGISTRO-PERIODO
                   MOVE WS-PER-MES(WS-IND-PER)    TO FD-PER-MES
                   MOVE WS-PER-STATUS(WS-IND-PER) TO FD-PER-STATUS
                   MOVE WS-PER-DATA(WS-IND-PER)   TO FD-PER-DATA
                   MOVE WS-PER-HORA(WS-IND-PER)   TO FD-PER-HORA
                   WRITE FD-REGISTRO-PERIODO
               END-PERFORM
               CLOSE ARQUIVO-PERIODOS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-RELATORIO-FECHAMENTO.
           OPEN OUTPUT ARQUIVO-RELATORIO
           IF WS-STATUS-RELATORIO NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR FECHAMES.TXT ("
                  "STATUS " WS-STATUS-RELATORIO ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE FD-LINHA-RELATORIO FROM WS-CAB-FECHAMENTO

               MOVE WS-ACAO           TO WS-ACA-ACAO
               MOVE WS-MES-ACAO       TO WS-ACA-MES
               MOVE WS-RESULTADO-ACAO TO WS-ACA-RESULTADO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-ACAO

               WRITE FD-LINHA-RELATORIO FROM WS-CAB-COLUNAS
               PERFORM VARYING WS-IND-PER FROM 1 BY 1
                   UNTIL WS-IND-PER > WS-QTD-PERIODOS
                   PERFORM ESCREVE-LINHA-PERIODO
               END-PERFORM

               CLOSE ARQUIVO-RELATORIO
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-LINHA-PERIODO.
           MOVE WS-PER-MES(WS-IND-PER)  TO WS-LPE-MES
           EVALUATE WS-PER-STATUS(WS-IND-PER)
               WHEN "F"
                   MOVE "FATURADO"  TO WS-LPE-SITUACAO
               WHEN "E"
                   MOVE "ENCERRADO" TO WS-LPE-SITUACAO
               WHEN "R"
                   MOVE "REABERTO"  TO WS-LPE-SITUACAO
               WHEN OTHER
                   MOVE WS-PER-STATUS(WS-IND-PER) TO WS-LPE-SITUACAO
           END-EVALUATE
           MOVE WS-PER-DATA(WS-IND-PER) TO WS-LPE-DATA
           MOVE WS-PER-HORA(WS-IND-PER) TO WS-LPE-HORA
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-PERIODO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM FECHAMES.
