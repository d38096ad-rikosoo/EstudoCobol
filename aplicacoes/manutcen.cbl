           SELECT ARQUIVO-RELATORIO ASSIGN TO "MANUTCEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 FD-MOV-CODIGO        PIC X(4).
           05 FILLER               PIC X.
           05 FD-MOV-NOME          PIC X(30).
      * COTA ("Q"): QUANTIDADE DE CALCULOS NO MES (7 DIGITOS), TETO DO
      * VALOR COBRADO (11 DIGITOS, DOIS DECIMAIS IMPLICITOS) E
      * PERCENTUAL DE AVISO. QUANTIDADE OU TETO EM BRANCO VALE ZERO
      * (SEM LIMITE); PERCENTUAL EM BRANCO VALE 80.
       01  FD-REGISTRO-COTA.
           05 FILLER               PIC X(7).
           05 FD-MOV-COTA-QTD      PIC X(7).
           05 FILLER               PIC X.
           05 FD-MOV-COTA-VALOR    PIC X(11).
           05 FILLER               PIC X.
           05 FD-MOV-PCT-AVISO     PIC X(3).
       01  FD-AREA-MOVIMENTO       PIC X(80).

       FD  ARQUIVO-CENTROS.
           05 FD-CEN-CODIGO        PIC X(4).
           05 FD-CEN-NOME          PIC X(30).
           05 FD-CEN-ATIVO         PIC X.
      * COTA MENSAL DO CENTRO: QUANTIDADE DE CALCULOS E TETO DO VALOR
      * COBRADO PELAS TARIFAS (ZERO E SEM LIMITE) E PERCENTUAL DE USO
      * A PARTIR DO QUAL O CENTRO E SINALIZADO NO RELATORIO.
           05 FD-CEN-COTA-QTD      PIC 9(7).
           05 FD-CEN-COTA-VALOR    PIC 9(9)V99.
           05 FD-CEN-PCT-AVISO     PIC 9(3).

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
        01 WS-STATUS-CENTROS       PIC XX VALUE SPACES.
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
           88 ACAO-INCLUIR         VALUE "I".
           88 ACAO-RENOMEAR        VALUE "R".
           88 ACAO-DESATIVAR       VALUE "D".
           88 ACAO-COTA            VALUE "Q".
           88 ACOES-VALIDAS        VALUE "I", "R", "D", "Q".

        01 WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.

        01 WS-COTA-QTD-X           PIC X(7)  VALUE SPACES.
        01 WS-COTA-QTD             REDEFINES WS-COTA-QTD-X
                                   PIC 9(7).
        01 WS-COTA-VALOR-X         PIC X(11) VALUE SPACES.
        01 WS-COTA-VALOR           REDEFINES WS-COTA-VALOR-X
                                   PIC 9(9)V99.
        01 WS-PCT-AVISO-X          PIC X(3)  VALUE SPACES.
        01 WS-PCT-AVISO            REDEFINES WS-PCT-AVISO-X
                                   PIC 9(3).

        01 WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(9) VALUE ZERO.
           05 WS-QTD-APLICADOS        PIC 9(9) VALUE ZERO.
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE MANUTENCAO DE CENTROS DE CUSTO - MANUTCEN".

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
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR CENMOVS.DAT ("
                  "STATUS " WS-STATUS-MOVIMENTOS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM IDENTIFICA-OPERADOR

               IF RETURN-CODE = ZERO
                   PERFORM ABRE-CENTROS
               END-IF

               IF RETURN-CODE = ZERO
                   PERFORM ABRE-JORNAL
                   IF RETURN-CODE NOT = ZERO
                       CLOSE ARQUIVO-CENTROS
                   END-IF
               END-IF

               IF RETURN-CODE = ZERO
                   OPEN OUTPUT ARQUIVO-RELATORIO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       WRITE FD-LINHA-RELATORIO FROM WS-CAB-MANUTCEN
                       MOVE WS-AUT-USUARIO TO WS-OPE-USUARIO
                       MOVE WS-AUT-NOME    TO WS-OPE-NOME
                       WRITE FD-LINHA-RELATORIO FROM WS-LINHA-OPERADOR
                       WRITE FD-LINHA-RELATORIO FROM WS-CAB-COLUNAS

                       PERFORM UNTIL FIM-ARQUIVO-MOVIMENTOS
                       PERFORM ESCREVE-TOTAIS-MANUTCEN
                       CLOSE ARQUIVO-RELATORIO
                   END-IF
                   CLOSE ARQUIVO-JORNAL
                   CLOSE ARQUIVO-CENTROS
               END-IF
               CLOSE ARQUIVO-MOVIMENTOS
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * ACOES: I INCLUI UM CENTRO NOVO (JA ATIVO E SEM COTA), R
      * RENOMEIA UM CENTRO EXISTENTE, D O DESATIVA SEM REMOVE-LO,
      * PRESERVANDO O HISTORICO DOS RELATORIOS ANTIGOS, E Q DEFINE A
      * COTA MENSAL DO CENTRO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       APLICA-MOVIMENTO.
           MOVE "S" TO WS-MOVIMENTO-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE FD-MOV-ACAO TO WS-ACAO
           MOVE FD-MOV-CODIGO TO WS-JORNAL-CHAVE

           EVALUATE TRUE
               WHEN NOT ACOES-VALIDAS
                   PERFORM RENOMEIA-CENTRO
               WHEN ACAO-DESATIVAR
                   PERFORM DESATIVA-CENTRO
               WHEN ACAO-COTA
                   PERFORM DEFINE-COTA-CENTRO
           END-EVALUATE

           IF MOVIMENTO-OK
           MOVE FD-MOV-CODIGO TO FD-CEN-CODIGO
           MOVE FD-MOV-NOME   TO FD-CEN-NOME
           MOVE "S"           TO FD-CEN-ATIVO
           MOVE ZERO          TO FD-CEN-COTA-QTD
           MOVE ZERO          TO FD-CEN-COTA-VALOR
           MOVE 80            TO FD-CEN-PCT-AVISO
           WRITE FD-REGISTRO-CENTRO
               INVALID KEY
                   MOVE "CODIGO JA EXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE SPACES             TO WS-IMAGEM-ANTES
                   MOVE FD-REGISTRO-CENTRO TO WS-IMAGEM-DEPOIS
                   MOVE "INCLUSAO"         TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-WRITE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE FD-REGISTRO-CENTRO TO WS-IMAGEM-ANTES
                   MOVE FD-MOV-NOME TO FD-CEN-NOME
                   REWRITE FD-REGISTRO-CENTRO
                   MOVE FD-REGISTRO-CENTRO TO WS-IMAGEM-DEPOIS
                   MOVE "RENOMEACAO"       TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                   MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE FD-REGISTRO-CENTRO TO WS-IMAGEM-ANTES
                   MOVE "N" TO FD-CEN-ATIVO
                   REWRITE FD-REGISTRO-CENTRO
                   MOVE FD-REGISTRO-CENTRO TO WS-IMAGEM-DEPOIS
                   MOVE "DESATIVACAO"      TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A COTA VALE PARA O MES INTEIRO E E CONFERIDA PELA CALCULADORA
      * A CADA LOTE; A NOVA COTA SUBSTITUI A ANTERIOR POR COMPLETO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DEFINE-COTA-CENTRO.
           PERFORM CONFERE-COTA
           IF MOVIMENTO-OK
               MOVE FD-MOV-CODIGO TO FD-CEN-CODIGO
               READ ARQUIVO-CENTROS
                   INVALID KEY
                       MOVE "CODIGO INEXISTENTE" TO WS-MOTIVO-RECUSA
                       MOVE "N" TO WS-MOVIMENTO-VALIDO
                   NOT INVALID KEY
                       MOVE FD-REGISTRO-CENTRO TO WS-IMAGEM-ANTES
                       MOVE WS-COTA-QTD   TO FD-CEN-COTA-QTD
                       MOVE WS-COTA-VALOR TO FD-CEN-COTA-VALOR
                       MOVE WS-PCT-AVISO  TO FD-CEN-PCT-AVISO
                       REWRITE FD-REGISTRO-CENTRO
                       MOVE FD-REGISTRO-CENTRO TO WS-IMAGEM-DEPOIS
                       MOVE "COTA"             TO WS-JORNAL-ACAO
                       PERFORM GRAVA-JORNAL
               END-READ
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-COTA.
           MOVE FD-MOV-COTA-QTD   TO WS-COTA-QTD-X
           MOVE FD-MOV-COTA-VALOR TO WS-COTA-VALOR-X
           MOVE FD-MOV-PCT-AVISO  TO WS-PCT-AVISO-X
           IF WS-COTA-QTD-X = SPACES
               MOVE ZERO TO WS-COTA-QTD
           END-IF
           IF WS-COTA-VALOR-X = SPACES
               MOVE ZERO TO WS-COTA-VALOR
           END-IF
           IF WS-PCT-AVISO-X = SPACES
               MOVE 80 TO WS-PCT-AVISO
           END-IF

           EVALUATE TRUE
               WHEN WS-COTA-QTD-X IS NOT NUMERIC
                   MOVE "QUANTIDADE DA COTA INVALIDA" TO
                      WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN WS-COTA-VALOR-X IS NOT NUMERIC
                   MOVE "VALOR DA COTA INVALIDO" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN WS-PCT-AVISO-X IS NOT NUMERIC
                   MOVE "PERCENTUAL DE AVISO INVALIDO" TO
                      WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN WS-PCT-AVISO = ZERO OR WS-PCT-AVISO > 100
                   MOVE "PERCENTUAL DE AVISO INVALIDO" TO
                      WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-LINHA-MOVIMENTO.
           MOVE WS-QTD-LIDOS      TO WS-MNT-NUM-MOVIMENTO
           MOVE WS-MOTIVO-RECUSA  TO WS-MNT-PARECER
           MOVE FD-AREA-MOVIMENTO TO WS-MNT-CONTEUDO
           MOVE WS-AUT-USUARIO    TO WS-MNT-USUARIO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MOVIMENTO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE WS-QTD-RECUSADOS TO WS-MNT-TOT-RECUSADOS
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SO O OPERADOR COM A FUNCAO M (CENTROS DE CUSTO) APLICA OS
      * MOVIMENTOS. IDENTIFICACAO RECUSADA OU FUNCAO NEGADA VAI PARA
      * VIOLACOES.TXT E NENHUM MOVIMENTO E LIDO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           DISPLAY "Operador:"
           ACCEPT WS-AUT-USUARIO
           DISPLAY "Senha:"
           ACCEPT WS-AUT-SENHA
           MOVE "M"        TO WS-AUT-FUNCAO
           MOVE "MANUTCEN" TO WS-AUT-PROGRAMA
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
           MOVE "MANUTCEN"        TO FD-JRN-PROGRAMA
           MOVE "CENTROS.DAT"     TO FD-JRN-ARQUIVO
           MOVE WS-JORNAL-CHAVE  TO FD-JRN-CHAVE
           MOVE WS-JORNAL-ACAO   TO FD-JRN-ACAO
           MOVE WS-IMAGEM-ANTES  TO FD-JRN-ANTES
           MOVE WS-IMAGEM-DEPOIS TO FD-JRN-DEPOIS
           MOVE WS-AUT-USUARIO   TO FD-JRN-USUARIO
           WRITE FD-REGISTRO-JORNAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM MANUTCEN.
