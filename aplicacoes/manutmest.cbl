           SELECT ARQUIVO-RELATORIO ASSIGN TO "MANUTMEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQUIVO-PERIODOS ASSIGN TO "PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODOS.

           SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 FD-MES-RESULTADO     PIC S9(10)V99
                                   SIGN IS LEADING SEPARATE.
           05 FD-MES-STATUS        PIC X(10).
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
       01  FD-AREA-MESTRE          PIC X(108).

       FD  ARQUIVO-OFFLOAD.
       01  FD-REGISTRO-OFFLOAD     PIC X(108).

       FD  ARQUIVO-MANTIDOS.
       01  FD-REGISTRO-MANTIDO     PIC X(108).

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO      PIC X(132).

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
        01 WS-STATUS-OFFLOAD       PIC XX VALUE SPACES.
        01 WS-STATUS-MANTIDOS      PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.
        01 WS-STATUS-PERIODOS      PIC XX VALUE SPACES.
        01 WS-STATUS-JORNAL        PIC XX VALUE SPACES.

        01 WS-RUN-ID               PIC X(12)  VALUE SPACES.
        01 WS-JORNAL-CHAVE         PIC X(10)  VALUE SPACES.
        01 WS-JORNAL-ACAO          PIC X(12)  VALUE SPACES.
        01 WS-IMAGEM-ANTES         PIC X(120) VALUE SPACES.
        01 WS-IMAGEM-DEPOIS        PIC X(120) VALUE SPACES.
        01 WS-CURRENT-DATE         PIC X(21)  VALUE SPACES.

        01 WS-AUTORIZACAO.
           05 WS-AUT-USUARIO          PIC X(8)  VALUE SPACES.
           05 WS-AUT-SENHA            PIC X(8)  VALUE SPACES.
           05 WS-AUT-FUNCAO           PIC X     VALUE SPACE.
           05 WS-AUT-PROGRAMA         PIC X(11) VALUE SPACES.
           05 WS-AUT-NOME             PIC X(30) VALUE SPACES.
           05 WS-AUT-RESULTADO        PIC X(2)  VALUE SPACES.
              88 ACESSO-LIBERADO            VALUE "00".
           05 WS-AUT-MOTIVO           PIC X(30) VALUE SPACES.

        01 WS-NOME-ARQ-OFFLOAD     PIC X(44) VALUE SPACES.

              88 FIM-ARQUIVO-MESTRE         VALUE "S".
           05 WS-EOF-MANTIDOS         PIC X VALUE "N".
              88 FIM-ARQUIVO-MANTIDOS       VALUE "S".
           05 WS-EOF-PERIODOS         PIC X VALUE "N".
              88 FIM-ARQUIVO-PERIODOS       VALUE "S".
           05 WS-PERIODO-FECHADO      PIC X VALUE "N".
              88 PERIODO-FECHADO            VALUE "S".

      * SO MESES ENCERRADOS PELO FECHAMENTO MENSAL SAO EXPURGADOS;
      * REGISTROS ANTERIORES AO CORTE EM MES AINDA ABERTO FICAM NO
      * MESTRE E SAO LISTADOS POR MES NO RELATORIO.
        01 WS-TABELA-PERIODOS.
           05 WS-QTD-FECHADOS         PIC 9(3) VALUE ZERO.
           05 WS-IND-PER              PIC 9(3) VALUE ZERO.
           05 WS-FEC-MES OCCURS 240 TIMES
                                      PIC X(6).
        01 WS-TABELA-ABERTOS.
           05 WS-QTD-MESES-ABERTOS    PIC 9(3) VALUE ZERO.
           05 WS-IND-ABE              PIC 9(3) VALUE ZERO.
           05 WS-ABE-ENTRADA OCCURS 240 TIMES.
              10 WS-ABE-MES           PIC X(6).
              10 WS-ABE-QTD           PIC 9(9).
        01 WS-MES-PESQUISA         PIC X(6)  VALUE SPACES.

        01 WS-DATA-CORTE           PIC X(10) VALUE SPACES.
        01 WS-CORTE-AAAAMMDD       PIC X(8)  VALUE SPACES.
           05 WS-QTD-MANT-REJEITADO   PIC 9(9) VALUE ZERO.
           05 WS-QTD-EXP-CALCULADO    PIC 9(9) VALUE ZERO.
           05 WS-QTD-EXP-REJEITADO    PIC 9(9) VALUE ZERO.
           05 WS-QTD-MANT-AJUSTADO    PIC 9(9) VALUE ZERO.
           05 WS-QTD-EXP-AJUSTADO     PIC 9(9) VALUE ZERO.
           05 WS-QTD-MANT-ABERTO      PIC 9(9) VALUE ZERO.

        01 WS-CAB-MANUTENCAO.
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE MANUTENCAO DO MESTRE - MANUTMEST".

        01 WS-LINHA-OPERADOR.
           05 FILLER                   PIC X(34) VALUE
              "OPERADOR..........................".
           05 WS-MNT-USUARIO-ED        PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-MNT-NOME-ED           PIC X(30).
           05 FILLER                   PIC X(59) VALUE SPACES.

        01 WS-LINHA-CORTE.
           05 FILLER                   PIC X(34) VALUE
              "DATA DE CORTE.....................".
           05 WS-MNT-VALOR-ED          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(87) VALUE SPACES.

        01 WS-LINHA-MES-ABERTO.
           05 FILLER                   PIC X(8)  VALUE "    MES ".
           05 WS-MNT-MES-ED            PIC X(6).
           05 FILLER                   PIC X(20) VALUE
              " NAO ENCERRADO......".
           05 WS-MNT-MES-QTD-ED        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(87) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:12) TO WS-RUN-ID

           PERFORM IDENTIFICA-OPERADOR

           IF RETURN-CODE = ZERO
               PERFORM LE-PARAMETROS-MANUTENCAO
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM CARREGA-PERIODOS
           END-IF

           IF RETURN-CODE = ZERO
               PERFORM SEPARA-MESTRE

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SO O OPERADOR COM A FUNCAO E (EXPURGO DO MESTRE) RODA A
      * MANUTENCAO. IDENTIFICACAO RECUSADA OU FUNCAO NEGADA VAI PARA
      * VIOLACOES.TXT E O MESTRE NEM E ABERTO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           DISPLAY "Operador:"
           ACCEPT WS-AUT-USUARIO
           DISPLAY "Senha:"
           ACCEPT WS-AUT-SENHA
           MOVE "E"         TO WS-AUT-FUNCAO
           MOVE "MANUTMEST" TO WS-AUT-PROGRAMA
           CALL "AUTORIZA" USING WS-AUTORIZACAO
           IF NOT ACESSO-LIBERADO
               DISPLAY "ERRO: ACESSO NEGADO A " WS-AUT-USUARIO " ("
                  WS-AUT-MOTIVO ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A DATA DE CORTE (DD/MM/AAAA) VEM DE MESTPARMS.DAT. SEM DATA
      * VALIDA NAO HA EXPURGO: O PROGRAMA TERMINA COM ERRO PARA NAO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CARREGA OS MESES ENCERRADOS DE PERIODOS.DAT. SEM O ARQUIVO
      * NENHUM MES ESTA ENCERRADO E NADA E EXPURGADO.
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
           END-IF

           IF RETURN-CODE = ZERO AND WS-QTD-FECHADOS = ZERO
               DISPLAY "AVISO: NENHUM MES ENCERRADO EM PERIODOS.DAT. "
                  "NENHUM REGISTRO SERA EXPURGADO."
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-PERIODO.
           IF FD-PER-STATUS = "E"
               IF WS-QTD-FECHADOS < 240
                   ADD 1 TO WS-QTD-FECHADOS
                   MOVE FD-PER-MES TO WS-FEC-MES(WS-QTD-FECHADOS)
               ELSE
                   DISPLAY "ERRO: TABELA DE PERIODOS CHEIA EM "
                      "PERIODOS.DAT."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-PERIODO-FECHADO.
           MOVE "N" TO WS-PERIODO-FECHADO
           PERFORM VARYING WS-IND-PER FROM 1 BY 1
               UNTIL WS-IND-PER > WS-QTD-FECHADOS
               IF WS-FEC-MES(WS-IND-PER) = WS-MES-PESQUISA
                   MOVE "S" TO WS-PERIODO-FECHADO
               END-IF
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CONVERTE DD/MM/AAAA DE WS-DATA-TRABALHO PARA AAAAMMDD EM
      * WS-DATA-AAAAMMDD PARA COMPARACAO.
                  "STATUS " WS-STATUS-MESTRE ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-JORNAL
               IF RETURN-CODE = ZERO
                   PERFORM ABRE-ARQUIVOS-TRABALHO
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM UNTIL FIM-ARQUIVO-MESTRE
                       READ ARQUIVO-MESTRE NEXT RECORD
                           AT END
                       END-READ
                   END-PERFORM

                   CLOSE ARQUIVO-JORNAL
                   CLOSE ARQUIVO-MANTIDOS
                   CLOSE ARQUIVO-OFFLOAD
               END-IF
               CLOSE ARQUIVO-MESTRE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O ARQUIVO DE DESCARGA E A UNICA COPIA DO QUE SAI DO MESTRE:
      * UMA NOVA RODADA COM A MESMA DATA DE CORTE ACRESCENTA, NUNCA
      * RECRIA. ELE E ABERTO POR ULTIMO, DEPOIS DO JORNAL E DOS
      * MANTIDOS, PARA QUE UMA FALHA DE ABERTURA NAO DEIXE PARA TRAS
      * UMA DESCARGA VAZIA COM CARA DE EXPURGO FEITO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-ARQUIVOS-TRABALHO.
           OPEN OUTPUT ARQUIVO-MANTIDOS
           IF WS-STATUS-MANTIDOS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CALCMEST.TMP ("
                  "STATUS " WS-STATUS-MANTIDOS ")."
               MOVE 8 TO RETURN-CODE
               CLOSE ARQUIVO-JORNAL
           ELSE
               OPEN EXTEND ARQUIVO-OFFLOAD
               IF WS-STATUS-OFFLOAD NOT = "00"
                   OPEN OUTPUT ARQUIVO-OFFLOAD
               END-IF
               IF WS-STATUS-OFFLOAD NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                      WS-NOME-ARQ-OFFLOAD " (STATUS " WS-STATUS-OFFLOAD
                      ")."
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQUIVO-MANTIDOS
                   CLOSE ARQUIVO-JORNAL
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CLASSIFICA-REGISTRO-MESTRE.
           MOVE FD-MES-DATA TO WS-DATA-TRABALHO
           PERFORM CONVERTE-DATA
           MOVE WS-DATA-AAAAMMDD(1:6) TO WS-MES-PESQUISA
           PERFORM VERIFICA-PERIODO-FECHADO

           IF WS-DATA-AAAAMMDD < WS-CORTE-AAAAMMDD AND
              NOT PERIODO-FECHADO
               PERFORM CONTA-MES-ABERTO
           END-IF

           IF WS-DATA-AAAAMMDD < WS-CORTE-AAAAMMDD AND PERIODO-FECHADO
               WRITE FD-REGISTRO-OFFLOAD FROM FD-AREA-MESTRE
               MOVE FD-MES-ID      TO WS-JORNAL-CHAVE
               MOVE FD-AREA-MESTRE TO WS-IMAGEM-ANTES
               MOVE SPACES         TO WS-IMAGEM-DEPOIS
               MOVE "EXPURGO"      TO WS-JORNAL-ACAO
               PERFORM GRAVA-JORNAL
               ADD 1 TO WS-QTD-EXPURGADOS
               EVALUATE FD-MES-STATUS
                   WHEN "CALCULADO"
                       ADD 1 TO WS-QTD-EXP-CALCULADO
                   WHEN "REJEITADO"
                       ADD 1 TO WS-QTD-EXP-REJEITADO
                   WHEN OTHER
                       ADD 1 TO WS-QTD-EXP-AJUSTADO
               END-EVALUATE
           ELSE
               WRITE FD-REGISTRO-MANTIDO FROM FD-AREA-MESTRE
               ADD 1 TO WS-QTD-MANTIDOS
               EVALUATE FD-MES-STATUS
                   WHEN "CALCULADO"
                       ADD 1 TO WS-QTD-MANT-CALCULADO
                   WHEN "REJEITADO"
                       ADD 1 TO WS-QTD-MANT-REJEITADO
                   WHEN OTHER
                       ADD 1 TO WS-QTD-MANT-AJUSTADO
               END-EVALUATE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONTA-MES-ABERTO.
           ADD 1 TO WS-QTD-MANT-ABERTO
           PERFORM VARYING WS-IND-ABE FROM 1 BY 1
               UNTIL WS-IND-ABE > WS-QTD-MESES-ABERTOS OR
                     WS-ABE-MES(WS-IND-ABE) = WS-MES-PESQUISA
               CONTINUE
           END-PERFORM
           IF WS-IND-ABE > WS-QTD-MESES-ABERTOS AND
              WS-QTD-MESES-ABERTOS < 240
               ADD 1 TO WS-QTD-MESES-ABERTOS
               MOVE WS-QTD-MESES-ABERTOS TO WS-IND-ABE
               MOVE WS-MES-PESQUISA TO WS-ABE-MES(WS-IND-ABE)
               MOVE ZERO            TO WS-ABE-QTD(WS-IND-ABE)
           END-IF
           IF WS-IND-ABE NOT > WS-QTD-MESES-ABERTOS
               ADD 1 TO WS-ABE-QTD(WS-IND-ABE)
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           ELSE
               WRITE FD-LINHA-RELATORIO FROM WS-CAB-MANUTENCAO

               MOVE WS-AUT-USUARIO TO WS-MNT-USUARIO-ED
               MOVE WS-AUT-NOME    TO WS-MNT-NOME-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-OPERADOR

               MOVE WS-DATA-CORTE TO WS-MNT-CORTE-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CORTE

               MOVE WS-QTD-MANT-REJEITADO TO WS-MNT-VALOR-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

               MOVE "  MANTIDOS ESTORNO/CORRECAO......." TO
                  WS-MNT-DESCRICAO
               MOVE WS-QTD-MANT-AJUSTADO TO WS-MNT-VALOR-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

               MOVE "  MANTIDOS EM MES NAO ENCERRADO..." TO
                  WS-MNT-DESCRICAO
               MOVE WS-QTD-MANT-ABERTO TO WS-MNT-VALOR-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

               PERFORM VARYING WS-IND-ABE FROM 1 BY 1
                   UNTIL WS-IND-ABE > WS-QTD-MESES-ABERTOS
                   MOVE WS-ABE-MES(WS-IND-ABE) TO WS-MNT-MES-ED
                   MOVE WS-ABE-QTD(WS-IND-ABE) TO WS-MNT-MES-QTD-ED
                   WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MES-ABERTO
               END-PERFORM

               MOVE "REGISTROS EXPURGADOS.............." TO
                  WS-MNT-DESCRICAO
               MOVE WS-QTD-EXPURGADOS TO WS-MNT-VALOR-ED
               MOVE WS-QTD-EXP-REJEITADO TO WS-MNT-VALOR-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

               MOVE "  EXPURGADOS ESTORNO/CORRECAO....." TO
                  WS-MNT-DESCRICAO
               MOVE WS-QTD-EXP-AJUSTADO TO WS-MNT-VALOR-ED
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONTAGEM

               CLOSE ARQUIVO-RELATORIO
           END-IF.

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
           MOVE "MANUTMEST"       TO FD-JRN-PROGRAMA
           MOVE "CALCMEST.DAT"    TO FD-JRN-ARQUIVO
           MOVE WS-JORNAL-CHAVE  TO FD-JRN-CHAVE
           MOVE WS-JORNAL-ACAO   TO FD-JRN-ACAO
           MOVE WS-IMAGEM-ANTES  TO FD-JRN-ANTES
           MOVE WS-IMAGEM-DEPOIS TO FD-JRN-DEPOIS
           MOVE WS-AUT-USUARIO   TO FD-JRN-USUARIO
           WRITE FD-REGISTRO-JORNAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM MANUTMEST.
