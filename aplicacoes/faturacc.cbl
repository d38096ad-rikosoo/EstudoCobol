           SELECT ARQUIVO-COBRANCA ASSIGN TO "FATURACC.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COBRANCA.

           SELECT ARQUIVO-PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 FD-CEN-CODIGO        PIC X(4).
           05 FD-CEN-NOME          PIC X(30).
           05 FD-CEN-ATIVO         PIC X.
           05 FD-CEN-COTA-QTD      PIC 9(7).
           05 FD-CEN-COTA-VALOR    PIC 9(9)V99.
           05 FD-CEN-PCT-AVISO     PIC 9(3).

       FD  ARQUIVO-FATURAS.
       01  FD-LINHA-FATURA         PIC X(132).
       FD  ARQUIVO-COBRANCA.
       01  FD-LINHA-COBRANCA       PIC X(132).

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

       WORKING-STORAGE SECTION.
        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-TARIFAS       PIC XX VALUE SPACES.
        01 WS-STATUS-CENTROS       PIC XX VALUE SPACES.
        01 WS-STATUS-FATURAS       PIC XX VALUE SPACES.
        01 WS-STATUS-COBRANCA      PIC XX VALUE SPACES.
        01 WS-STATUS-PERIODOS      PIC XX VALUE SPACES.

        01 WS-NOME-ARQ-HISTORICO   PIC X(44) VALUE SPACES.
        01 WS-MES-FATURADO         PIC X(6)  VALUE SPACES.
              88 FIM-ARQUIVO-HISTORICO      VALUE "S".
           05 WS-CENTROS-DISPONIVEL   PIC X VALUE "N".
              88 CENTROS-DISPONIVEL         VALUE "S".
           05 WS-EOF-PERIODOS         PIC X VALUE "N".
              88 FIM-ARQUIVO-PERIODOS       VALUE "S".

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

        01 WS-OPERADOR-LINHA       PIC X     VALUE SPACE.
        01 WS-CENTRO-LINHA         PIC X(4)  VALUE SPACES.
        01 WS-PRECO-EFETIVO        PIC 9(5)V99 VALUE ZERO.
        01 WS-VALOR-OPERACAO       PIC S9(9)V99 VALUE ZERO.
        01 WS-VALOR-CENTRO         PIC S9(9)V99 VALUE ZERO.
        01 WS-QTD-CENTRO           PIC S9(7) VALUE ZERO.

        01 WS-CONTADORES.
           05 WS-QTD-LINHAS-LIDAS     PIC 9(9) VALUE ZERO.
           05 WS-QTD-FATURADAS        PIC 9(9) VALUE ZERO.
           05 WS-QTD-SEM-CENTRO       PIC 9(9) VALUE ZERO.
           05 WS-QTD-ESTORNADAS       PIC 9(9) VALUE ZERO.
           05 WS-VALOR-GERAL          PIC S9(11)V99 VALUE ZERO.

        01 WS-TABELA-FATURA.
              10 WS-FAT-CODIGO        PIC X(4).
              10 WS-FAT-QTD-OPER OCCURS 6 TIMES
                                      PIC 9(7).
              10 WS-FAT-QTD-ESTORNO OCCURS 6 TIMES
                                      PIC 9(7).

        01 WS-NOMES-OPERADOR.
           05 FILLER PIC X(12) VALUE "SOMAR".
           05 WS-FTR-OPER-VALOR-ED     PIC ---,---,--9.99.
           05 FILLER                   PIC X(60) VALUE SPACES.

        01 WS-LINHA-ESTORNO-FATURA.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 FILLER                   PIC X(9)  VALUE "ESTORNOS ".
           05 WS-FTR-EST-NOME          PIC X(12).
           05 FILLER                   PIC X(6)  VALUE " QTD: ".
           05 WS-FTR-EST-QTD-ED        PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(11) VALUE "  TARIFA: ".
           05 WS-FTR-EST-PRECO-ED      PIC ZZ,ZZ9.99.
           05 FILLER                   PIC X(9)  VALUE "  VALOR: ".
           05 WS-FTR-EST-VALOR-ED      PIC ---,---,--9.99.
           05 FILLER                   PIC X(51) VALUE SPACES.

        01 WS-LINHA-TOTAL-FATURA.
           05 FILLER                   PIC X(20) VALUE
              "  TOTAL DO CENTRO: ".
           05 WS-FTR-TOT-QTD-ED        PIC -,---,--9.
           05 FILLER                   PIC X(9)  VALUE "  VALOR: ".
           05 WS-FTR-TOT-VALOR-ED      PIC ---,---,--9.99.
           05 FILLER                   PIC X(80) VALUE SPACES.
           05 FILLER PIC X(27) VALUE "MES;CENTRO;QUANTIDADE;VALOR".

        01 WS-CAMPOS-COBRANCA.
           05 WS-CSV-QTD              PIC -9(7).
           05 WS-CSV-VALOR            PIC -9(9).99.

        01 WS-LINHA-COBRANCA-TRAB  PIC X(132) VALUE SPACES.
       MAIN-PROCEDURE.
           PERFORM LE-PARAMETROS-FATURAMENTO

           IF RETURN-CODE = ZERO
               PERFORM CARREGA-PERIODOS
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM CARREGA-TARIFAS
           END-IF
               PERFORM ESCREVE-FATURAS
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM MARCA-MES-FATURADO
           END-IF

           IF RETURN-CODE = ZERO AND WS-QTD-ESTORNADAS > ZERO
               DISPLAY "ESTORNOS CREDITADOS NO MES: " WS-QTD-ESTORNADAS
           END-IF

           IF RETURN-CODE = ZERO AND WS-QTD-SEM-CENTRO > ZERO
               DISPLAY "AVISO: " WS-QTD-SEM-CENTRO " LINHAS DO LOG "
                  "SEM CENTRO DE CUSTO FATURADAS NO CENTRO ????."
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * MES ENCERRADO PELO FECHAMENTO MENSAL NAO E FATURADO DE NOVO:
      * AS FATURAS JA EMITIDAS VALEM ATE QUE O MES SEJA REABERTO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-PERIODOS.
           MOVE ZERO TO WS-QTD-PERIODOS
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
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM LOCALIZA-PERIODO
               IF WS-IND-PER NOT > WS-QTD-PERIODOS
                   IF WS-PER-STATUS(WS-IND-PER) = "E"
                       DISPLAY "ERRO: MES " WS-MES-FATURADO
                          " ENCERRADO EM " WS-PER-DATA(WS-IND-PER)
                          ". REABRA O MES NO FECHAMES ANTES DE "
                          "FATURAR DE NOVO."
                       MOVE 8 TO RETURN-CODE
                   END-IF
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
                     WS-PER-MES(WS-IND-PER) = WS-MES-FATURADO
               CONTINUE
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * FATURAS EMITIDAS: O MES PASSA A FATURADO E PODE SER ENCERRADO
      * PELO FECHAMES. PERIODOS.DAT E REGRAVADO POR INTEIRO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MARCA-MES-FATURADO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(7:2) "/" WS-CURRENT-DATE(5:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-DATA-FORMATADA
           STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA

           PERFORM LOCALIZA-PERIODO
           IF WS-IND-PER > WS-QTD-PERIODOS
               IF WS-QTD-PERIODOS < 240
                   ADD 1 TO WS-QTD-PERIODOS
                   MOVE WS-QTD-PERIODOS TO WS-IND-PER
                   MOVE WS-MES-FATURADO TO WS-PER-MES(WS-IND-PER)
               ELSE
                   DISPLAY "ERRO: TABELA DE PERIODOS CHEIA. MES "
                      WS-MES-FATURADO " NAO MARCADO COMO FATURADO."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO
               MOVE "F"               TO WS-PER-STATUS(WS-IND-PER)
               MOVE WS-DATA-FORMATADA TO WS-PER-DATA(WS-IND-PER)
               MOVE WS-HORA-FORMATADA TO WS-PER-HORA(WS-IND-PER)

               OPEN OUTPUT ARQUIVO-PERIODOS
               IF WS-STATUS-PERIODOS NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL GRAVAR "
                      "PERIODOS.DAT (STATUS " WS-STATUS-PERIODOS ")."
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
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * TARIFAS.DAT TRAZ UMA LINHA POR OPERADOR (COLUNA 1) COM O
      * PRECO POR OPERACAO; A LINHA COM OPERADOR "=" DEFINE O PRECO
      * MARCAS DE INICIO DE EXECUCAO E REJEICOES FICAM DE FORA. O
      * OPERADOR ESTA NA COLUNA 31 E O CENTRO DE CUSTO NAS COLUNAS
      * 80-83; LINHAS ANTIGAS SEM CENTRO CAEM NO CENTRO "????".
      * ESTORNOS (COLUNAS 60-67) VIRAM CREDITO DO CENTRO NO OPERADOR
      * DO CALCULO ESTORNADO; CORRECOES NAO SAO COBRADAS DE NOVO, POIS
      * SUBSTITUEM UM CALCULO QUE JA FOI FATURADO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ACUMULA-HISTORICO.
           OPEN INPUT ARQUIVO-HISTORICO
                   CONTINUE
               WHEN FD-LINHA-HISTORICO(43:11) = "REJEITADO: "
                   CONTINUE
               WHEN FD-LINHA-HISTORICO(60:8) = "CORRECAO"
                   CONTINUE
               WHEN OTHER
                   MOVE FD-LINHA-HISTORICO(31:1) TO WS-OPERADOR-LINHA
                   PERFORM INDEXA-OPERADOR
                   IF WS-IND-OPER > ZERO
                       PERFORM LOCALIZA-CENTRO-FATURA
                   END-IF
                   IF WS-IND-OPER > ZERO AND WS-IND-FAT > ZERO
                       IF FD-LINHA-HISTORICO(60:8) = "ESTORNO "
                           ADD 1 TO
                              WS-FAT-QTD-ESTORNO(WS-IND-FAT WS-IND-OPER)
                           ADD 1 TO WS-QTD-ESTORNADAS
                       ELSE
                           ADD 1 TO
                              WS-FAT-QTD-OPER(WS-IND-FAT WS-IND-OPER)
                           ADD 1 TO WS-QTD-FATURADAS
                       END-IF
                   END-IF
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LOCALIZA-CENTRO-FATURA.
           MOVE FD-LINHA-HISTORICO(80:4) TO WS-CENTRO-LINHA
           IF WS-CENTRO-LINHA = SPACES
               MOVE "????" TO WS-CENTRO-LINHA
                      WS-CENTRO-LINHA " FORA DO FATURAMENTO."
                   MOVE ZERO TO WS-IND-FAT
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-OPERADOR-FATURA.
           IF WS-TEM-PRECO-OPER(WS-IND-OPER) = "S"
               MOVE WS-PRECO-OPER(WS-IND-OPER) TO WS-PRECO-EFETIVO
           ELSE
               MOVE WS-PRECO-PADRAO TO WS-PRECO-EFETIVO
           END-IF

           IF WS-FAT-QTD-OPER(WS-IND-FAT WS-IND-OPER) > ZERO
               COMPUTE WS-VALOR-OPERACAO =
                  WS-FAT-QTD-OPER(WS-IND-FAT WS-IND-OPER) *
                  WS-PRECO-EFETIVO
               MOVE WS-PRECO-EFETIVO  TO WS-FTR-OPER-PRECO-ED
               MOVE WS-VALOR-OPERACAO TO WS-FTR-OPER-VALOR-ED
               WRITE FD-LINHA-FATURA FROM WS-LINHA-OPER-FATURA
           END-IF

           IF WS-FAT-QTD-ESTORNO(WS-IND-FAT WS-IND-OPER) > ZERO
               COMPUTE WS-VALOR-OPERACAO = ZERO -
                  WS-FAT-QTD-ESTORNO(WS-IND-FAT WS-IND-OPER) *
                  WS-PRECO-EFETIVO
               SUBTRACT WS-FAT-QTD-ESTORNO(WS-IND-FAT WS-IND-OPER) FROM
                  WS-QTD-CENTRO
               ADD WS-VALOR-OPERACAO TO WS-VALOR-CENTRO

               MOVE WS-NOME-OPER(WS-IND-OPER) TO WS-FTR-EST-NOME
               MOVE WS-FAT-QTD-ESTORNO(WS-IND-FAT WS-IND-OPER) TO
                  WS-FTR-EST-QTD-ED
               MOVE WS-PRECO-EFETIVO  TO WS-FTR-EST-PRECO-ED
               MOVE WS-VALOR-OPERACAO TO WS-FTR-EST-VALOR-ED
               WRITE FD-LINHA-FATURA FROM WS-LINHA-ESTORNO-FATURA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
