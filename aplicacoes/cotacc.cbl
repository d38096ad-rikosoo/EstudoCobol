      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: SITUACAO DAS COTAS MENSAIS DOS CENTROS DE CUSTO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. COTACC.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "COTAPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-TARIFAS ASSIGN TO "TARIFAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TARIFAS.

           SELECT ARQUIVO-CENTROS ASSIGN TO "CENTROS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CEN-CODIGO
               FILE STATUS IS WS-STATUS-CENTROS.

           SELECT ARQUIVO-MESTRE ASSIGN TO "CALCMEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-MES-ID
               FILE STATUS IS WS-STATUS-MESTRE.

           SELECT ARQUIVO-COTAS ASSIGN TO "COTACC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COTAS.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PARAMETROS.
       01  FD-REGISTRO-PARAMETROS.
           05 FD-PAR-MES               PIC X(6).

       FD  ARQUIVO-TARIFAS.
       01  FD-REGISTRO-TARIFA.
           05 FD-TAR-OPERADOR      PIC X.
           05 FILLER               PIC X.
           05 FD-TAR-PRECO         PIC 9(5)V99.

       FD  ARQUIVO-CENTROS.
       01  FD-REGISTRO-CENTRO.
           05 FD-CEN-CODIGO        PIC X(4).
           05 FD-CEN-NOME          PIC X(30).
           05 FD-CEN-ATIVO         PIC X.
           05 FD-CEN-COTA-QTD      PIC 9(7).
           05 FD-CEN-COTA-VALOR    PIC 9(9)V99.
           05 FD-CEN-PCT-AVISO     PIC 9(3).

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
           05 FD-MES-USUARIO       PIC X(8).

       FD  ARQUIVO-COTAS.
       01  FD-LINHA-COTAS          PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-TARIFAS       PIC XX VALUE SPACES.
        01 WS-STATUS-CENTROS       PIC XX VALUE SPACES.
        01 WS-STATUS-MESTRE        PIC XX VALUE SPACES.
        01 WS-STATUS-COTAS         PIC XX VALUE SPACES.

        01 WS-MES-APURADO          PIC X(6)  VALUE SPACES.
        01 WS-MES-REGISTRO         PIC X(6)  VALUE SPACES.

        01 WS-FLAGS.
           05 WS-EOF-TARIFAS          PIC X VALUE "N".
              88 FIM-ARQUIVO-TARIFAS        VALUE "S".
           05 WS-EOF-CENTROS          PIC X VALUE "N".
              88 FIM-ARQUIVO-CENTROS        VALUE "S".
           05 WS-EOF-MESTRE           PIC X VALUE "N".
              88 FIM-ARQUIVO-MESTRE         VALUE "S".

        01 WS-CURRENT-DATE         PIC X(21) VALUE SPACES.
        01 WS-DATA-FORMATADA       PIC X(10) VALUE SPACES.
        01 WS-HORA-FORMATADA       PIC X(8)  VALUE SPACES.

        01 WS-OPERADOR-LINHA       PIC X     VALUE SPACE.
        01 WS-CENTRO-COTA          PIC X(4)  VALUE SPACES.

      * TARIFAS POR OPERADOR (INDICES 1-6: + - * / % #), COMO NO
      * FATURACC; O PRECO PADRAO USA OPERADOR "=".
        01 WS-TARIFAS.
           05 WS-PRECO-PADRAO         PIC 9(5)V99 VALUE ZERO.
           05 WS-PRECO-ESPECIFICO OCCURS 6 TIMES.
              10 WS-PRECO-OPER        PIC 9(5)V99.
              10 WS-TEM-PRECO-OPER    PIC X.

        01 WS-IND-OPER             PIC 9(1) VALUE ZERO.
        01 WS-PRECO-EFETIVO        PIC 9(5)V99 VALUE ZERO.

      * TODOS OS CENTROS CADASTRADOS, COM OU SEM COTA, E O USO DO MES.
        01 WS-TABELA-COTAS.
           05 WS-QTD-COTAS            PIC 9(3) VALUE ZERO.
           05 WS-IND-COT              PIC 9(3) VALUE ZERO.
           05 WS-COT-ENTRADA OCCURS 200 TIMES.
              10 WS-COT-CODIGO        PIC X(4).
              10 WS-COT-NOME          PIC X(30).
              10 WS-COT-ATIVO         PIC X.
              10 WS-COT-QTD           PIC 9(7).
              10 WS-COT-VALOR         PIC 9(9)V99.
              10 WS-COT-PCT-AVISO     PIC 9(3).
              10 WS-COT-USO-QTD       PIC S9(7).
              10 WS-COT-USO-VALOR     PIC S9(9)V99.

        01 WS-PCT-USO              PIC 9(9) VALUE ZERO.
        01 WS-PCT-USO-VALOR        PIC 9(9) VALUE ZERO.
        01 WS-SITUACAO-COTA        PIC X(8) VALUE SPACES.

        01 WS-CONTADORES.
           05 WS-QTD-SEM-CENTRO       PIC 9(9) VALUE ZERO.
           05 WS-QTD-CC-AVISO         PIC 9(3) VALUE ZERO.
           05 WS-QTD-CC-ESGOTADA      PIC 9(3) VALUE ZERO.
           05 WS-TOT-USO-QTD          PIC S9(9) VALUE ZERO.
           05 WS-TOT-USO-VALOR        PIC S9(11)V99 VALUE ZERO.

        01 WS-CAB-COTAS.
           05 FILLER                   PIC X(40) VALUE
              "SITUACAO DAS COTAS - COTACC - MES ".
           05 WS-CAB-MES               PIC X(6).
           05 FILLER                   PIC X(12) VALUE
              "  EMITIDO: ".
           05 WS-CAB-DATA              PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-CAB-HORA              PIC X(8).
           05 FILLER                   PIC X(55) VALUE SPACES.

        01 WS-CAB-COLUNAS.
           05 FILLER PIC X(38) VALUE "CENTRO DEPARTAMENTO".
           05 FILLER PIC X(11) VALUE " COTA QTD".
           05 FILLER PIC X(11) VALUE "  USO QTD".
           05 FILLER PIC X(16) VALUE "    COTA VALOR".
           05 FILLER PIC X(16) VALUE "     USO VALOR".
           05 FILLER PIC X(7)  VALUE " USO%".
           05 FILLER PIC X(33) VALUE "SITUACAO".

        01 WS-LINHA-COTA.
           05 WS-CTL-CODIGO            PIC X(4).
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-CTL-NOME              PIC X(30).
           05 FILLER                   PIC X(1)  VALUE SPACES.
           05 WS-CTL-COTA-QTD-ED       PIC Z,ZZZ,ZZ9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-USO-QTD-ED        PIC -,---,--9.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-COTA-VALOR-ED     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-USO-VALOR-ED      PIC ---,---,--9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CTL-PCT-ED            PIC ZZZZ9.
           05 FILLER                   PIC X(2)  VALUE "% ".
           05 WS-CTL-SITUACAO          PIC X(8).
           05 FILLER                   PIC X(25) VALUE SPACES.

        01 WS-LINHA-TOTAL-COTAS.
           05 FILLER                   PIC X(45) VALUE
              "TOTAL DOS CENTROS".
           05 WS-TCT-USO-QTD-ED        PIC -,---,---,--9.
           05 FILLER                   PIC X(15) VALUE SPACES.
           05 WS-TCT-USO-VALOR-ED      PIC --,---,---,--9.99.
           05 FILLER                   PIC X(42) VALUE SPACES.

        01 WS-LINHA-RESUMO-COTAS.
           05 FILLER                   PIC X(21) VALUE
              "CENTROS EM AVISO: ".
           05 WS-RCT-AVISO-ED          PIC ZZ9.
           05 FILLER                   PIC X(24) VALUE
              "   COM COTA ESGOTADA: ".
           05 WS-RCT-ESGOTADA-ED       PIC ZZ9.
           05 FILLER                   PIC X(81) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM OBTEM-DATA-HORA
           PERFORM LE-PARAMETROS-COTAS

           IF RETURN-CODE = ZERO
               PERFORM CARREGA-TARIFAS
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM CARREGA-CENTROS
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM APURA-USO-MES
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM ESCREVE-COTAS
           END-IF

           IF RETURN-CODE = ZERO AND WS-QTD-SEM-CENTRO > ZERO
               DISPLAY "AVISO: " WS-QTD-SEM-CENTRO " CALCULOS DO MES "
                  "EM CENTROS FORA DO CADASTRO NAO APURADOS."
               MOVE 4 TO RETURN-CODE
           END-IF

           IF RETURN-CODE = ZERO AND
              WS-QTD-CC-AVISO + WS-QTD-CC-ESGOTADA > ZERO
               DISPLAY "AVISO: " WS-QTD-CC-AVISO " CENTROS EM AVISO E "
                  WS-QTD-CC-ESGOTADA " COM COTA ESGOTADA NO MES "
                  WS-MES-APURADO "."
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       OBTEM-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(7:2) "/" WS-CURRENT-DATE(5:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO WS-DATA-FORMATADA
           STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO WS-HORA-FORMATADA.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O MES APURADO (AAAAMM) VEM DE COTAPARMS.DAT; SEM O ARQUIVO, OU
      * COM ELE EM BRANCO, VALE O MES CORRENTE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-PARAMETROS-COTAS.
           MOVE WS-CURRENT-DATE(1:6) TO WS-MES-APURADO
           OPEN INPUT ARQUIVO-PARAMETROS
           IF WS-STATUS-PARAMETROS = "00"
               READ ARQUIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-PAR-MES NOT = SPACES
                           MOVE FD-PAR-MES TO WS-MES-APURADO
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           ELSE
               IF WS-STATUS-PARAMETROS NOT = "35"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR COTAPARMS.DAT"
                      " (STATUS " WS-STATUS-PARAMETROS ")."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE = ZERO AND WS-MES-APURADO IS NOT NUMERIC
               DISPLAY "ERRO: MES INVALIDO EM COTAPARMS.DAT: "
                  WS-MES-APURADO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SEM TARIFAS.DAT O USO EM VALOR SAI ZERADO E SO AS COTAS DE
      * QUANTIDADE SAO AVALIADAS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-TARIFAS.
           PERFORM VARYING WS-IND-OPER FROM 1 BY 1
               UNTIL WS-IND-OPER > 6
               MOVE ZERO TO WS-PRECO-OPER(WS-IND-OPER)
               MOVE "N"  TO WS-TEM-PRECO-OPER(WS-IND-OPER)
           END-PERFORM

           OPEN INPUT ARQUIVO-TARIFAS
           IF WS-STATUS-TARIFAS = "00"
               PERFORM UNTIL FIM-ARQUIVO-TARIFAS
                   READ ARQUIVO-TARIFAS
                       AT END
                           MOVE "S" TO WS-EOF-TARIFAS
                       NOT AT END
                           PERFORM CARREGA-LINHA-TARIFA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TARIFAS
           ELSE
               DISPLAY "AVISO: TARIFAS.DAT INDISPONIVEL (STATUS "
                  WS-STATUS-TARIFAS "). USO EM VALOR NAO APURADO."
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-TARIFA.
           IF FD-TAR-PRECO IS NOT NUMERIC
               DISPLAY "AVISO: TARIFA ILEGIVEL IGNORADA: "
                  FD-REGISTRO-TARIFA
           ELSE
               IF FD-TAR-OPERADOR = "="
                   MOVE FD-TAR-PRECO TO WS-PRECO-PADRAO
               ELSE
                   MOVE FD-TAR-OPERADOR TO WS-OPERADOR-LINHA
                   PERFORM INDEXA-OPERADOR
                   IF WS-IND-OPER > ZERO
                       MOVE FD-TAR-PRECO TO WS-PRECO-OPER(WS-IND-OPER)
                       MOVE "S" TO WS-TEM-PRECO-OPER(WS-IND-OPER)
                   ELSE
                       DISPLAY "AVISO: TARIFA COM OPERADOR "
                          "DESCONHECIDO IGNORADA: " FD-REGISTRO-TARIFA
                   END-IF
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INDEXA-OPERADOR.
           EVALUATE WS-OPERADOR-LINHA
               WHEN "+"
                   MOVE 1 TO WS-IND-OPER
               WHEN "-"
                   MOVE 2 TO WS-IND-OPER
               WHEN "*"
                   MOVE 3 TO WS-IND-OPER
               WHEN "/"
                   MOVE 4 TO WS-IND-OPER
               WHEN "%"
                   MOVE 5 TO WS-IND-OPER
               WHEN "#"
                   MOVE 6 TO WS-IND-OPER
               WHEN OTHER
                   MOVE ZERO TO WS-IND-OPER
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       OBTEM-PRECO-OPERADOR.
           PERFORM INDEXA-OPERADOR
           MOVE WS-PRECO-PADRAO TO WS-PRECO-EFETIVO
           IF WS-IND-OPER > ZERO
               IF WS-TEM-PRECO-OPER(WS-IND-OPER) = "S"
                   MOVE WS-PRECO-OPER(WS-IND-OPER) TO WS-PRECO-EFETIVO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-CENTROS.
           MOVE ZERO TO WS-QTD-COTAS
           OPEN INPUT ARQUIVO-CENTROS
           IF WS-STATUS-CENTROS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CENTROS.DAT ("
                  "STATUS " WS-STATUS-CENTROS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO FD-CEN-CODIGO
               START ARQUIVO-CENTROS KEY IS NOT LESS THAN FD-CEN-CODIGO
                   INVALID KEY
                       MOVE "S" TO WS-EOF-CENTROS
               END-START
               PERFORM UNTIL FIM-ARQUIVO-CENTROS
                   READ ARQUIVO-CENTROS NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-CENTROS
                       NOT AT END
                           PERFORM CARREGA-LINHA-CENTRO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CENTROS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-CENTRO.
           IF WS-QTD-COTAS < 200
               ADD 1 TO WS-QTD-COTAS
               MOVE WS-QTD-COTAS TO WS-IND-COT
               MOVE FD-CEN-CODIGO TO WS-COT-CODIGO(WS-IND-COT)
               MOVE FD-CEN-NOME   TO WS-COT-NOME(WS-IND-COT)
               MOVE FD-CEN-ATIVO  TO WS-COT-ATIVO(WS-IND-COT)
               MOVE ZERO TO WS-COT-QTD(WS-IND-COT)
               MOVE ZERO TO WS-COT-VALOR(WS-IND-COT)
               MOVE 80   TO WS-COT-PCT-AVISO(WS-IND-COT)
               IF FD-CEN-COTA-QTD IS NUMERIC
                   MOVE FD-CEN-COTA-QTD TO WS-COT-QTD(WS-IND-COT)
               END-IF
               IF FD-CEN-COTA-VALOR IS NUMERIC
                   MOVE FD-CEN-COTA-VALOR TO WS-COT-VALOR(WS-IND-COT)
               END-IF
               IF FD-CEN-PCT-AVISO IS NUMERIC AND
                  FD-CEN-PCT-AVISO > ZERO
                   MOVE FD-CEN-PCT-AVISO TO
                      WS-COT-PCT-AVISO(WS-IND-COT)
               END-IF
               MOVE ZERO TO WS-COT-USO-QTD(WS-IND-COT)
               MOVE ZERO TO WS-COT-USO-VALOR(WS-IND-COT)
           ELSE
               DISPLAY "ERRO: TABELA DE CENTROS CHEIA EM CENTROS.DAT."
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO WS-EOF-CENTROS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * USO DO MES PELAS REGRAS DO FATURAMENTO E DA CALCULADORA: CADA
      * CALCULO DATADO NO MES CONTA UMA VEZ, O ESTORNO DEVOLVE UMA
      * OPERACAO NO OPERADOR DO ORIGINAL, A CORRECAO NAO E COBRADA E O
      * REJEITADO NAO CONTA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       APURA-USO-MES.
           OPEN INPUT ARQUIVO-MESTRE
           IF WS-STATUS-MESTRE NOT = "00"
               IF WS-STATUS-MESTRE NOT = "35"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CALCMEST.DAT "
                      "(STATUS " WS-STATUS-MESTRE ")."
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE ZERO TO FD-MES-ID
               START ARQUIVO-MESTRE KEY IS NOT LESS THAN FD-MES-ID
                   INVALID KEY
                       MOVE "S" TO WS-EOF-MESTRE
               END-START
               PERFORM UNTIL FIM-ARQUIVO-MESTRE
                   READ ARQUIVO-MESTRE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-EOF-MESTRE
                       NOT AT END
                           PERFORM ACUMULA-USO-MESTRE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MESTRE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ACUMULA-USO-MESTRE.
           MOVE SPACES TO WS-MES-REGISTRO
           STRING FD-MES-DATA(7:4) FD-MES-DATA(4:2)
               DELIMITED BY SIZE INTO WS-MES-REGISTRO
           IF WS-MES-REGISTRO = WS-MES-APURADO AND
              FD-MES-STATUS NOT = "REJEITADO" AND
              FD-MES-TIPO-AJUSTE NOT = "C"
               MOVE FD-MES-CENTRO TO WS-CENTRO-COTA
               PERFORM LOCALIZA-COTA
               IF WS-IND-COT > WS-QTD-COTAS
                   ADD 1 TO WS-QTD-SEM-CENTRO
               ELSE
                   MOVE FD-MES-OPERADOR TO WS-OPERADOR-LINHA
                   PERFORM OBTEM-PRECO-OPERADOR
                   IF FD-MES-TIPO-AJUSTE = "E"
                       SUBTRACT 1 FROM WS-COT-USO-QTD(WS-IND-COT)
                       SUBTRACT WS-PRECO-EFETIVO FROM
                          WS-COT-USO-VALOR(WS-IND-COT)
                   ELSE
                       ADD 1 TO WS-COT-USO-QTD(WS-IND-COT)
                       ADD WS-PRECO-EFETIVO TO
                          WS-COT-USO-VALOR(WS-IND-COT)
                   END-IF
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LOCALIZA-COTA.
           PERFORM VARYING WS-IND-COT FROM 1 BY 1
               UNTIL WS-IND-COT > WS-QTD-COTAS OR
                     WS-COT-CODIGO(WS-IND-COT) = WS-CENTRO-COTA
               CONTINUE
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-COTAS.
           OPEN OUTPUT ARQUIVO-COTAS
           IF WS-STATUS-COTAS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR COTACC.TXT ("
                  "STATUS " WS-STATUS-COTAS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-MES-APURADO    TO WS-CAB-MES
               MOVE WS-DATA-FORMATADA TO WS-CAB-DATA
               MOVE WS-HORA-FORMATADA TO WS-CAB-HORA
               WRITE FD-LINHA-COTAS FROM WS-CAB-COTAS
               MOVE SPACES TO FD-LINHA-COTAS
               WRITE FD-LINHA-COTAS
               WRITE FD-LINHA-COTAS FROM WS-CAB-COLUNAS

               PERFORM VARYING WS-IND-COT FROM 1 BY 1
                   UNTIL WS-IND-COT > WS-QTD-COTAS
                   PERFORM ESCREVE-LINHA-COTA
               END-PERFORM

               MOVE SPACES TO FD-LINHA-COTAS
               WRITE FD-LINHA-COTAS
               MOVE WS-TOT-USO-QTD   TO WS-TCT-USO-QTD-ED
               MOVE WS-TOT-USO-VALOR TO WS-TCT-USO-VALOR-ED
               WRITE FD-LINHA-COTAS FROM WS-LINHA-TOTAL-COTAS
               MOVE WS-QTD-CC-AVISO    TO WS-RCT-AVISO-ED
               MOVE WS-QTD-CC-ESGOTADA TO WS-RCT-ESGOTADA-ED
               WRITE FD-LINHA-COTAS FROM WS-LINHA-RESUMO-COTAS
               CLOSE ARQUIVO-COTAS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CENTRO SEM COTA (QUANTIDADE E VALOR ZERADOS) APARECE COM O USO
      * DO MES E SITUACAO "SEM COTA"; CENTRO DESATIVADO, "INATIVO".
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-LINHA-COTA.
           PERFORM AVALIA-SITUACAO-COTA
           MOVE WS-COT-CODIGO(WS-IND-COT)    TO WS-CTL-CODIGO
           MOVE WS-COT-NOME(WS-IND-COT)      TO WS-CTL-NOME
           MOVE WS-COT-QTD(WS-IND-COT)       TO WS-CTL-COTA-QTD-ED
           MOVE WS-COT-USO-QTD(WS-IND-COT)   TO WS-CTL-USO-QTD-ED
           MOVE WS-COT-VALOR(WS-IND-COT)     TO WS-CTL-COTA-VALOR-ED
           MOVE WS-COT-USO-VALOR(WS-IND-COT) TO WS-CTL-USO-VALOR-ED
           MOVE WS-PCT-USO                   TO WS-CTL-PCT-ED
           MOVE WS-SITUACAO-COTA             TO WS-CTL-SITUACAO
           WRITE FD-LINHA-COTAS FROM WS-LINHA-COTA

           ADD WS-COT-USO-QTD(WS-IND-COT)   TO WS-TOT-USO-QTD
           ADD WS-COT-USO-VALOR(WS-IND-COT) TO WS-TOT-USO-VALOR.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * PERCENTUAL DA COTA JA USADO (O MAIOR ENTRE QUANTIDADE E VALOR),
      * PELO MESMO CRITERIO DO CONTROLE DE COTAS DA CALCULADORA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       AVALIA-SITUACAO-COTA.
           MOVE ZERO TO WS-PCT-USO
           IF WS-COT-QTD(WS-IND-COT) > ZERO AND
              WS-COT-USO-QTD(WS-IND-COT) > ZERO
               COMPUTE WS-PCT-USO = WS-COT-USO-QTD(WS-IND-COT) * 100
                  / WS-COT-QTD(WS-IND-COT)
           END-IF
           IF WS-COT-VALOR(WS-IND-COT) > ZERO AND
              WS-COT-USO-VALOR(WS-IND-COT) > ZERO
               COMPUTE WS-PCT-USO-VALOR =
                  WS-COT-USO-VALOR(WS-IND-COT) * 100
                  / WS-COT-VALOR(WS-IND-COT)
               IF WS-PCT-USO-VALOR > WS-PCT-USO
                   MOVE WS-PCT-USO-VALOR TO WS-PCT-USO
               END-IF
           END-IF
           IF WS-PCT-USO > 99999
               MOVE 99999 TO WS-PCT-USO
           END-IF

           EVALUATE TRUE
               WHEN WS-COT-ATIVO(WS-IND-COT) = "N"
                   MOVE "INATIVO" TO WS-SITUACAO-COTA
               WHEN WS-COT-QTD(WS-IND-COT) = ZERO AND
                    WS-COT-VALOR(WS-IND-COT) = ZERO
                   MOVE "SEM COTA" TO WS-SITUACAO-COTA
               WHEN WS-PCT-USO NOT < 100
                   MOVE "ESGOTADA" TO WS-SITUACAO-COTA
                   ADD 1 TO WS-QTD-CC-ESGOTADA
               WHEN WS-PCT-USO NOT < WS-COT-PCT-AVISO(WS-IND-COT)
                   MOVE "AVISO" TO WS-SITUACAO-COTA
                   ADD 1 TO WS-QTD-CC-AVISO
               WHEN OTHER
                   MOVE "NORMAL" TO WS-SITUACAO-COTA
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM COTACC.
