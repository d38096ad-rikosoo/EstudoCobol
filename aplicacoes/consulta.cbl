           05 FD-MES-RESULTADO     PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-STATUS        PIC X(10).
      * CADEIA DE AJUSTES: O ORIGINAL APONTA PARA O AJUSTE QUE O
      * REVERTEU OU CORRIGIU; O AJUSTE ("E" ESTORNO, "C" CORRECAO)
      * APONTA DE VOLTA PARA O ORIGINAL.
           05 FD-MES-CENTRO        PIC X(4).
           05 FD-MES-TIPO-AJUSTE   PIC X.
           05 FD-MES-ID-ORIGEM     PIC 9(7).
           05 FD-MES-ID-AJUSTE     PIC 9(7).
      * TAXA RESOLVIDA NO CALCULO (CODIGO EM BRANCO QUANDO O SEGUNDO
      * OPERANDO FOI LITERAL) E MODO DE ARREDONDAMENTO APLICADO, PARA
      * QUE O RECALCULO POR MUDANCA DE TAXA REPRODUZA O CALCULO.
           05 FD-MES-COD-TAXA      PIC X(7).
           05 FD-MES-VALOR-TAXA    PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-MODO-ARRED    PIC X.
      * OPERADOR QUE LANCOU O REGISTRO (IDENTIFICACAO DE USUARIOS.DAT).
           05 FD-MES-USUARIO       PIC X(8).

       FD  ARQUIVO-IDS.
       01  FD-REGISTRO-ID.
              88 FIM-ARQUIVO-IDS            VALUE "S".
           05 WS-EOF-MESTRE           PIC X VALUE "N".
              88 FIM-ARQUIVO-MESTRE         VALUE "S".
           05 WS-ORIGEM-EXPURGADA     PIC X VALUE "N".
              88 ORIGEM-EXPURGADA           VALUE "S".
           05 WS-FIM-CADEIA           PIC X VALUE "N".
              88 FIM-CADEIA                 VALUE "S".

      * A CADEIA E LINEAR (CADA CALCULO SO PODE SER AJUSTADO UMA VEZ);
      * O LIMITE DE ELOS SO PROTEGE CONTRA PONTEIROS CORROMPIDOS.
        01 WS-CADEIA.
           05 WS-CAD-ID-CONSULTADO    PIC 9(7) VALUE ZERO.
           05 WS-CAD-ID-RAIZ          PIC 9(7) VALUE ZERO.
           05 WS-CAD-ID-EXPURGADO     PIC 9(7) VALUE ZERO.
           05 WS-CAD-PASSOS           PIC 9(3) VALUE ZERO.
           05 WS-CAD-LIMITE-ELOS      PIC 9(3) VALUE 20.

        01 WS-FILTROS.
           05 WS-FIL-DATA-INICIAL     PIC X(8)  VALUE SPACES.
           05 FILLER PIC X(52) VALUE
              "ID       DATA        HORA      NUM INICIAL OP NUM FI".
           05 FILLER PIC X(80) VALUE
              "NAL        RESULTADO       STATUS     ORIGEM   AJUSTE".

        01 WS-LINHA-RESPOSTA.
           05 WS-RSP-ID                PIC 9(7).
           05 WS-RSP-RESULTADO         PIC -,---,---,--9.99.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RSP-STATUS            PIC X(10).
           05 FILLER                   PIC X(8)  VALUE SPACES.
           05 WS-RSP-ID-ORIGEM         PIC X(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-RSP-ID-AJUSTE         PIC X(7).
           05 FILLER                   PIC X(26) VALUE SPACES.

        01 WS-LINHA-NAO-ENCONTRADO.
           05 WS-NAO-ID                PIC X(7).
           05 WS-TOT-LISTADOS-ED       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(101) VALUE SPACES.

        01 WS-LINHA-CAB-CADEIA.
           05 FILLER                   PIC X(24) VALUE
              "CADEIA DE AJUSTES DO ID ".
           05 WS-CCA-ID                PIC 9(7).
           05 FILLER                   PIC X(10) VALUE " (ORIGEM ".
           05 WS-CCA-ID-EXPURGADO      PIC 9(7).
           05 FILLER                   PIC X(11) VALUE " EXPURGADA)".

        01 WS-LINHA-CADEIA.
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CAD-MARCA             PIC X(2).
           05 WS-CAD-ID                PIC 9(7).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CAD-DATA              PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CAD-STATUS            PIC X(10).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CAD-TIPO              PIC X(8).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-CAD-RESULTADO         PIC -,---,---,--9.99.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.
                   DISPLAY "OPERANDOS.: " WS-NUM-INICIAL-ED " "
                      FD-MES-OPERADOR " " WS-NUM-FINAL-ED
                   DISPLAY "RESULTADO.: " WS-RESULTADO-ED
                   IF FD-MES-COD-TAXA NOT = SPACES
                       DISPLAY "TAXA......: " FD-MES-COD-TAXA " "
                          WS-NUM-FINAL-ED
                   END-IF
                   DISPLAY "STATUS....: " FD-MES-STATUS
                   DISPLAY "OPERADOR..: " FD-MES-USUARIO
                   PERFORM MOSTRA-CADEIA-AJUSTES
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-ENCONTRADOS
                           PERFORM ESCREVE-LINHA-RESPOSTA
                           PERFORM MOSTRA-CADEIA-AJUSTES
                   END-READ
               ELSE
                   PERFORM ESCREVE-NAO-ENCONTRADO
           MOVE FD-MES-NUMEROFINAL   TO WS-RSP-NUM-FINAL
           MOVE FD-MES-RESULTADO     TO WS-RSP-RESULTADO
           MOVE FD-MES-STATUS        TO WS-RSP-STATUS
           MOVE SPACES               TO WS-RSP-ID-ORIGEM
           MOVE SPACES               TO WS-RSP-ID-AJUSTE
           IF FD-MES-ID-ORIGEM NOT = ZERO
               MOVE FD-MES-ID-ORIGEM TO WS-RSP-ID-ORIGEM
           END-IF
           IF FD-MES-ID-AJUSTE NOT = ZERO
               MOVE FD-MES-ID-AJUSTE TO WS-RSP-ID-AJUSTE
           END-IF
           WRITE FD-LINHA-RESPOSTA FROM WS-LINHA-RESPOSTA.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * QUANDO O CALCULO CONSULTADO FOI ESTORNADO, CORRIGIDO OU E ELE
      * MESMO UM AJUSTE, MOSTRA A CADEIA INTEIRA: SOBE PELOS
      * PONTEIROS DE ORIGEM ATE O CALCULO INICIAL E DESCE PELOS
      * PONTEIROS DE AJUSTE ATE O ULTIMO. ORIGEM JA EXPURGADA DO
      * MESTRE E INFORMADA NO CABECALHO DA CADEIA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MOSTRA-CADEIA-AJUSTES.
           IF FD-MES-ID-ORIGEM NOT = ZERO OR FD-MES-ID-AJUSTE NOT = ZERO
               MOVE FD-MES-ID TO WS-CAD-ID-CONSULTADO
               MOVE FD-MES-ID TO WS-CAD-ID-RAIZ
               MOVE ZERO      TO WS-CAD-PASSOS
               MOVE ZERO      TO WS-CAD-ID-EXPURGADO
               MOVE "N"       TO WS-ORIGEM-EXPURGADA

               PERFORM UNTIL FD-MES-ID-ORIGEM = ZERO OR
                             ORIGEM-EXPURGADA OR
                             WS-CAD-PASSOS NOT < WS-CAD-LIMITE-ELOS
                   ADD 1 TO WS-CAD-PASSOS
                   MOVE FD-MES-ID-ORIGEM TO WS-CAD-ID-EXPURGADO
                   MOVE FD-MES-ID-ORIGEM TO FD-MES-ID
                   READ ARQUIVO-MESTRE
                       INVALID KEY
                           MOVE "S" TO WS-ORIGEM-EXPURGADA
                       NOT INVALID KEY
                           MOVE FD-MES-ID TO WS-CAD-ID-RAIZ
                   END-READ
               END-PERFORM

               IF ORIGEM-EXPURGADA
                   MOVE WS-CAD-ID-RAIZ TO FD-MES-ID
                   READ ARQUIVO-MESTRE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF

               PERFORM ESCREVE-CABECALHO-CADEIA

               MOVE ZERO TO WS-CAD-PASSOS
               MOVE "N"  TO WS-FIM-CADEIA
               PERFORM UNTIL FIM-CADEIA
                   ADD 1 TO WS-CAD-PASSOS
                   PERFORM ESCREVE-ELO-CADEIA
                   IF FD-MES-ID-AJUSTE = ZERO OR
                      WS-CAD-PASSOS NOT < WS-CAD-LIMITE-ELOS
                       MOVE "S" TO WS-FIM-CADEIA
                   ELSE
                       MOVE FD-MES-ID-AJUSTE TO FD-MES-ID
                       READ ARQUIVO-MESTRE
                           INVALID KEY
                               MOVE "S" TO WS-FIM-CADEIA
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-CABECALHO-CADEIA.
           MOVE WS-CAD-ID-CONSULTADO TO WS-CCA-ID
           MOVE WS-CAD-ID-EXPURGADO  TO WS-CCA-ID-EXPURGADO
           IF MODO-LOTE-IDS
               IF ORIGEM-EXPURGADA
                   WRITE FD-LINHA-RESPOSTA FROM WS-LINHA-CAB-CADEIA
               ELSE
                   WRITE FD-LINHA-RESPOSTA FROM
                      WS-LINHA-CAB-CADEIA(1:31)
               END-IF
           ELSE
               IF ORIGEM-EXPURGADA
                   DISPLAY WS-LINHA-CAB-CADEIA
               ELSE
                   DISPLAY WS-LINHA-CAB-CADEIA(1:31)
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-ELO-CADEIA.
           IF FD-MES-ID = WS-CAD-ID-CONSULTADO
               MOVE "->" TO WS-CAD-MARCA
           ELSE
               MOVE SPACES TO WS-CAD-MARCA
           END-IF
           MOVE FD-MES-ID        TO WS-CAD-ID
           MOVE FD-MES-DATA      TO WS-CAD-DATA
           MOVE FD-MES-STATUS    TO WS-CAD-STATUS
           EVALUATE FD-MES-TIPO-AJUSTE
               WHEN "E"
                   MOVE "ESTORNO"  TO WS-CAD-TIPO
               WHEN "C"
                   MOVE "CORRECAO" TO WS-CAD-TIPO
               WHEN OTHER
                   MOVE "ORIGINAL" TO WS-CAD-TIPO
           END-EVALUATE
           MOVE FD-MES-RESULTADO TO WS-CAD-RESULTADO
           IF MODO-LOTE-IDS
               WRITE FD-LINHA-RESPOSTA FROM WS-LINHA-CADEIA
           ELSE
               DISPLAY WS-LINHA-CADEIA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-NAO-ENCONTRADO.
           ADD 1 TO WS-QTD-NAO-ENCONTRADOS
