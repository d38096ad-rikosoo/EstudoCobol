           SELECT ARQUIVO-RELATORIO ASSIGN TO "MANUTTAX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
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
        01 WS-STATUS-MOVIMENTOS    PIC XX VALUE SPACES.
        01 WS-STATUS-TAXAS         PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.
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

        01 WS-FLAGS.
           05 WS-EOF-MOVIMENTOS       PIC X VALUE "N".
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE MANUTENCAO DE TAXAS - MANUTTAX".

        01 WS-LINHA-OPERADOR.
           05 FILLER                   PIC X(10) VALUE "OPERADOR: ".
           05 WS-OPE-USUARIO           PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-OPE-NOME              PIC X(30).
           05 FILLER                   PIC X(83) VALUE SPACES.

        01 WS-CAB-COLUNAS.
           05 FILLER PIC X(105) VALUE
              "MOVIMENTO   PARECER                        CONTEUDO".
           05 FILLER PIC X(27)  VALUE "OPERADOR".

        01 WS-LINHA-MOVIMENTO.
           05 WS-MNT-NUM-MOVIMENTO     PIC ZZZ,ZZZ,ZZ9.
           05 WS-MNT-PARECER           PIC X(30).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-MNT-CONTEUDO          PIC X(60).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-MNT-USUARIO           PIC X(8).
           05 FILLER                   PIC X(19) VALUE SPACES.

        01 WS-LINHA-TOTAL.
           05 FILLER                   PIC X(19) VALUE
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:12) TO WS-RUN-ID

           OPEN INPUT ARQUIVO-MOVIMENTOS
           IF WS-STATUS-MOVIMENTOS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR TAXMOVS.DAT ("
                  "STATUS " WS-STATUS-MOVIMENTOS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM IDENTIFICA-OPERADOR

               IF RETURN-CODE = ZERO
                   PERFORM ABRE-TAXAS
               END-IF

               IF RETURN-CODE = ZERO
                   PERFORM ABRE-JORNAL
                   IF RETURN-CODE NOT = ZERO
                       CLOSE ARQUIVO-TAXAS
                   END-IF
               END-IF

               IF RETURN-CODE = ZERO
                   OPEN OUTPUT ARQUIVO-RELATORIO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       WRITE FD-LINHA-RELATORIO FROM WS-CAB-MANUTTAX
                       MOVE WS-AUT-USUARIO TO WS-OPE-USUARIO
                       MOVE WS-AUT-NOME    TO WS-OPE-NOME
                       WRITE FD-LINHA-RELATORIO FROM WS-LINHA-OPERADOR
                       WRITE FD-LINHA-RELATORIO FROM WS-CAB-COLUNAS

                       PERFORM UNTIL FIM-ARQUIVO-MOVIMENTOS
                       PERFORM ESCREVE-TOTAIS-MANUTTAX
                       CLOSE ARQUIVO-RELATORIO
                   END-IF
                   CLOSE ARQUIVO-JORNAL
                   CLOSE ARQUIVO-TAXAS
               END-IF
               CLOSE ARQUIVO-MOVIMENTOS
           MOVE "S" TO WS-MOVIMENTO-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE FD-MOV-ACAO TO WS-ACAO
           MOVE FD-MOV-CODIGO TO WS-JORNAL-CHAVE

           EVALUATE TRUE
               WHEN NOT ACOES-VALIDAS
               INVALID KEY
                   MOVE "CODIGO JA EXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE SPACES           TO WS-IMAGEM-ANTES
                   MOVE FD-REGISTRO-TAXA TO WS-IMAGEM-DEPOIS
                   MOVE "INCLUSAO"       TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-WRITE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE FD-REGISTRO-TAXA TO WS-IMAGEM-ANTES
                   IF FD-MOV-DATA-INICIO NOT = SPACES
                       MOVE FD-MOV-DATA-INICIO TO FD-TAX-DATA-INICIO
                   END-IF
                   MOVE FD-MOV-DATA-FIM TO FD-TAX-DATA-FIM
                   MOVE FD-MOV-VALOR    TO FD-TAX-VALOR
                   REWRITE FD-REGISTRO-TAXA
                   MOVE FD-REGISTRO-TAXA TO WS-IMAGEM-DEPOIS
                   MOVE "ALTERACAO"      TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE FD-REGISTRO-TAXA TO WS-IMAGEM-ANTES
                   MOVE FD-MOV-DATA-FIM TO FD-TAX-DATA-FIM
                   REWRITE FD-REGISTRO-TAXA
                   MOVE FD-REGISTRO-TAXA TO WS-IMAGEM-DEPOIS
                   MOVE "EXPIRACAO"      TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE WS-QTD-LIDOS      TO WS-MNT-NUM-MOVIMENTO
           MOVE WS-MOTIVO-RECUSA  TO WS-MNT-PARECER
           MOVE FD-AREA-MOVIMENTO TO WS-MNT-CONTEUDO
           MOVE WS-AUT-USUARIO    TO WS-MNT-USUARIO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MOVIMENTO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE WS-QTD-RECUSADOS TO WS-MNT-TOT-RECUSADOS
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SO O OPERADOR COM A FUNCAO T (TAXAS) APLICA OS MOVIMENTOS.
      * IDENTIFICACAO RECUSADA OU FUNCAO NEGADA VAI PARA VIOLACOES.TXT
      * E NENHUM MOVIMENTO E LIDO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           DISPLAY "Operador:"
           ACCEPT WS-AUT-USUARIO
           DISPLAY "Senha:"
           ACCEPT WS-AUT-SENHA
           MOVE "T"        TO WS-AUT-FUNCAO
           MOVE "MANUTTAX" TO WS-AUT-PROGRAMA
           CALL "AUTORIZA" USING WS-AUTORIZACAO
           IF NOT ACESSO-LIBERADO
               DISPLAY "ERRO: ACESSO NEGADO A " WS-AUT-USUARIO " ("
                  WS-AUT-MOTIVO ")."
               MOVE 8 TO RETURN-CODE
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
           MOVE "MANUTTAX"        TO FD-JRN-PROGRAMA
           MOVE "TAXAS.DAT"       TO FD-JRN-ARQUIVO
           MOVE WS-JORNAL-CHAVE  TO FD-JRN-CHAVE
           MOVE WS-JORNAL-ACAO   TO FD-JRN-ACAO
           MOVE WS-IMAGEM-ANTES  TO FD-JRN-ANTES
           MOVE WS-IMAGEM-DEPOIS TO FD-JRN-DEPOIS
           MOVE WS-AUT-USUARIO   TO FD-JRN-USUARIO
           WRITE FD-REGISTRO-JORNAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM MANUTTAX.
