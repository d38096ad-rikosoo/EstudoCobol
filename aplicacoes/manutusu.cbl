      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE USUARIOS (OPERADORES E
      *          FUNCOES LIBERADAS)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. MANUTUSU.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-MOVIMENTOS ASSIGN TO "USUMOVS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTOS.

           SELECT ARQUIVO-USUARIOS ASSIGN TO "USUARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-USU-ID
               FILE STATUS IS WS-STATUS-USUARIOS.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "MANUTUSU.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      * MOVIMENTO: ACAO, OPERADOR, NOME, SENHA E FUNCOES. NA ALTERACAO
      * SO OS CAMPOS PREENCHIDOS SUBSTITUEM OS DO CADASTRO.
       FD  ARQUIVO-MOVIMENTOS.
       01  FD-REGISTRO-MOVIMENTO.
           05 FD-MOV-ACAO          PIC X.
           05 FILLER               PIC X.
           05 FD-MOV-USUARIO       PIC X(8).
           05 FILLER               PIC X.
           05 FD-MOV-NOME          PIC X(30).
           05 FILLER               PIC X.
           05 FD-MOV-SENHA         PIC X(8).
           05 FILLER               PIC X.
           05 FD-MOV-FUNCOES       PIC X(10).
       01  FD-AREA-MOVIMENTO       PIC X(80).

      * CADASTRO DE USUARIOS: CADA LETRA EM FUNCOES LIBERA UMA FUNCAO
      * (C CALCULO NO PAINEL, M CENTROS DE CUSTO, T TAXAS, E EXPURGO
      * DO MESTRE, S SOBREPOR ID, U CADASTRO DE USUARIOS).
       FD  ARQUIVO-USUARIOS.
       01  FD-REGISTRO-USUARIO.
           05 FD-USU-ID            PIC X(8).
           05 FD-USU-NOME          PIC X(30).
           05 FD-USU-SENHA         PIC X(8).
           05 FD-USU-FUNCOES       PIC X(10).
           05 FD-USU-ATIVO         PIC X.

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
        01 WS-STATUS-USUARIOS      PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.
        01 WS-STATUS-JORNAL        PIC XX VALUE SPACES.

        01 WS-RUN-ID               PIC X(12)  VALUE SPACES.
        01 WS-JORNAL-CHAVE         PIC X(10)  VALUE SPACES.
        01 WS-JORNAL-ACAO          PIC X(12)  VALUE SPACES.
        01 WS-IMAGEM-ANTES         PIC X(120) VALUE SPACES.
        01 WS-IMAGEM-DEPOIS        PIC X(120) VALUE SPACES.
        01 WS-CURRENT-DATE         PIC X(21)  VALUE SPACES.
        01 WS-FUNCOES-CRITICA      PIC X(10)  VALUE SPACES.
        01 WS-SENHA-MASCARA        PIC X(8)   VALUE "********".

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
              88 FIM-ARQUIVO-MOVIMENTOS     VALUE "S".
           05 WS-MOVIMENTO-VALIDO     PIC X VALUE "S".
              88 MOVIMENTO-OK               VALUE "S".
           05 WS-CADASTRO-VAZIO       PIC X VALUE "N".
              88 CARGA-INICIAL              VALUE "S".

        01 WS-ACAO                 PIC X VALUE SPACE.
           88 ACAO-INCLUIR         VALUE "I".
           88 ACAO-ALTERAR         VALUE "A".
           88 ACAO-DESATIVAR       VALUE "D".
           88 ACAO-REATIVAR        VALUE "R".
           88 ACOES-VALIDAS        VALUE "I", "A", "D", "R".

        01 WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.

        01 WS-CONTADORES.
           05 WS-QTD-LIDOS            PIC 9(9) VALUE ZERO.
           05 WS-QTD-APLICADOS        PIC 9(9) VALUE ZERO.
           05 WS-QTD-RECUSADOS        PIC 9(9) VALUE ZERO.

        01 WS-CAB-MANUTUSU.
           05 FILLER PIC X(132) VALUE
              "RELATORIO DE MANUTENCAO DE USUARIOS - MANUTUSU".

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
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-MNT-PARECER           PIC X(30).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-MNT-CONTEUDO          PIC X(60).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-MNT-USUARIO           PIC X(8).
           05 FILLER                   PIC X(19) VALUE SPACES.

        01 WS-LINHA-TOTAL.
           05 FILLER                   PIC X(19) VALUE
              "MOVIMENTOS LIDOS: ".
           05 WS-MNT-TOT-LIDOS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE "  APLICADOS: ".
           05 WS-MNT-TOT-APLICADOS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(13) VALUE "  RECUSADOS: ".
           05 WS-MNT-TOT-RECUSADOS     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(54) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:12) TO WS-RUN-ID

           OPEN INPUT ARQUIVO-MOVIMENTOS
           IF WS-STATUS-MOVIMENTOS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR USUMOVS.DAT ("
                  "STATUS " WS-STATUS-MOVIMENTOS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-USUARIOS

               IF RETURN-CODE = ZERO
                   PERFORM VERIFICA-CADASTRO-VAZIO
                   CLOSE ARQUIVO-USUARIOS
                   IF CARGA-INICIAL
                       DISPLAY "AVISO: CADASTRO DE USUARIOS VAZIO. "
                          "MOVIMENTOS APLICADOS COMO CARGA INICIAL."
                       MOVE "CARGA"         TO WS-AUT-USUARIO
                       MOVE "CARGA INICIAL DO CADASTRO" TO WS-AUT-NOME
                   ELSE
                       PERFORM IDENTIFICA-OPERADOR
                   END-IF
               END-IF

               IF RETURN-CODE = ZERO
                   PERFORM ABRE-USUARIOS
               END-IF

               IF RETURN-CODE = ZERO
                   PERFORM ABRE-JORNAL
                   IF RETURN-CODE NOT = ZERO
                       CLOSE ARQUIVO-USUARIOS
                   END-IF
               END-IF

               IF RETURN-CODE = ZERO
                   OPEN OUTPUT ARQUIVO-RELATORIO
                   IF WS-STATUS-RELATORIO NOT = "00"
                       DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR "
                          "MANUTUSU.TXT (STATUS "
                          WS-STATUS-RELATORIO ")."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       WRITE FD-LINHA-RELATORIO FROM WS-CAB-MANUTUSU
                       MOVE WS-AUT-USUARIO TO WS-OPE-USUARIO
                       MOVE WS-AUT-NOME    TO WS-OPE-NOME
                       WRITE FD-LINHA-RELATORIO FROM WS-LINHA-OPERADOR
                       WRITE FD-LINHA-RELATORIO FROM WS-CAB-COLUNAS

                       PERFORM UNTIL FIM-ARQUIVO-MOVIMENTOS
                           MOVE SPACES TO FD-AREA-MOVIMENTO
                           READ ARQUIVO-MOVIMENTOS
                               AT END
                                   MOVE "S" TO WS-EOF-MOVIMENTOS
                               NOT AT END
                                   ADD 1 TO WS-QTD-LIDOS
                                   PERFORM APLICA-MOVIMENTO
                           END-READ
                       END-PERFORM

                       PERFORM ESCREVE-TOTAIS-MANUTUSU
                       CLOSE ARQUIVO-RELATORIO
                   END-IF
                   CLOSE ARQUIVO-JORNAL
                   CLOSE ARQUIVO-USUARIOS
               END-IF
               CLOSE ARQUIVO-MOVIMENTOS
           END-IF

           IF RETURN-CODE = ZERO AND
              (WS-QTD-RECUSADOS > ZERO OR CARGA-INICIAL)
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ABRE-USUARIOS.
           OPEN I-O ARQUIVO-USUARIOS
           IF WS-STATUS-USUARIOS = "35"
               OPEN OUTPUT ARQUIVO-USUARIOS
               IF WS-STATUS-USUARIOS = "00"
                   CLOSE ARQUIVO-USUARIOS
                   OPEN I-O ARQUIVO-USUARIOS
               END-IF
           END-IF
           IF WS-STATUS-USUARIOS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR USUARIOS.DAT ("
                  "STATUS " WS-STATUS-USUARIOS ")."
               MOVE 8 TO RETURN-CODE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SEM NENHUM USUARIO CADASTRADO NINGUEM CONSEGUIRIA SE
      * IDENTIFICAR: A PRIMEIRA CARGA DISPENSA A IDENTIFICACAO E E
      * LANCADA EM NOME DE "CARGA" NO DIARIO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-CADASTRO-VAZIO.
           MOVE "N" TO WS-CADASTRO-VAZIO
           READ ARQUIVO-USUARIOS NEXT RECORD
               AT END
                   MOVE "S" TO WS-CADASTRO-VAZIO
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * ACOES: I INCLUI UM OPERADOR NOVO (JA ATIVO), A ALTERA NOME,
      * SENHA OU FUNCOES, D DESATIVA SEM REMOVER (O DIARIO E O MESTRE
      * CONTINUAM APONTANDO PARA ELE) E R REATIVA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       APLICA-MOVIMENTO.
           MOVE "S" TO WS-MOVIMENTO-VALIDO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE FD-MOV-ACAO TO WS-ACAO
           MOVE FD-MOV-USUARIO TO WS-JORNAL-CHAVE
           MOVE FD-MOV-FUNCOES TO WS-FUNCOES-CRITICA
           INSPECT WS-FUNCOES-CRITICA CONVERTING "CMTESU" TO SPACES

           EVALUATE TRUE
               WHEN NOT ACOES-VALIDAS
                   MOVE "ACAO INVALIDA" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN FD-MOV-USUARIO = SPACES
                   MOVE "CODIGO DO OPERADOR AUSENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN ACAO-INCLUIR AND FD-MOV-NOME = SPACES
                   MOVE "NOME DO OPERADOR AUSENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN ACAO-INCLUIR AND FD-MOV-SENHA = SPACES
                   MOVE "SENHA AUSENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN (ACAO-INCLUIR OR ACAO-ALTERAR) AND
                    WS-FUNCOES-CRITICA NOT = SPACES
                   MOVE "FUNCAO DESCONHECIDA" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN ACAO-ALTERAR AND FD-MOV-NOME = SPACES AND
                    FD-MOV-SENHA = SPACES AND FD-MOV-FUNCOES = SPACES
                   MOVE "NADA A ALTERAR" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               WHEN ACAO-INCLUIR
                   PERFORM INCLUI-USUARIO
               WHEN ACAO-ALTERAR
                   PERFORM ALTERA-USUARIO
               WHEN ACAO-DESATIVAR
                   PERFORM DESATIVA-USUARIO
               WHEN ACAO-REATIVAR
                   PERFORM REATIVA-USUARIO
           END-EVALUATE

           IF MOVIMENTO-OK
               ADD 1 TO WS-QTD-APLICADOS
               MOVE "APLICADO" TO WS-MOTIVO-RECUSA
           ELSE
               ADD 1 TO WS-QTD-RECUSADOS
           END-IF
           PERFORM ESCREVE-LINHA-MOVIMENTO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       INCLUI-USUARIO.
           MOVE FD-MOV-USUARIO TO FD-USU-ID
           MOVE FD-MOV-NOME    TO FD-USU-NOME
           MOVE FD-MOV-SENHA   TO FD-USU-SENHA
           MOVE FD-MOV-FUNCOES TO FD-USU-FUNCOES
           MOVE "S"            TO FD-USU-ATIVO
           WRITE FD-REGISTRO-USUARIO
               INVALID KEY
                   MOVE "OPERADOR JA EXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE SPACES              TO WS-IMAGEM-ANTES
                   MOVE FD-REGISTRO-USUARIO TO WS-IMAGEM-DEPOIS
                   MOVE "INCLUSAO"          TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-WRITE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ALTERA-USUARIO.
           MOVE FD-MOV-USUARIO TO FD-USU-ID
           READ ARQUIVO-USUARIOS
               INVALID KEY
                   MOVE "OPERADOR INEXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE FD-REGISTRO-USUARIO TO WS-IMAGEM-ANTES
                   IF FD-MOV-NOME NOT = SPACES
                       MOVE FD-MOV-NOME TO FD-USU-NOME
                   END-IF
                   IF FD-MOV-SENHA NOT = SPACES
                       MOVE FD-MOV-SENHA TO FD-USU-SENHA
                   END-IF
                   IF FD-MOV-FUNCOES NOT = SPACES
                       MOVE FD-MOV-FUNCOES TO FD-USU-FUNCOES
                   END-IF
                   REWRITE FD-REGISTRO-USUARIO
                   MOVE FD-REGISTRO-USUARIO TO WS-IMAGEM-DEPOIS
                   MOVE "ALTERACAO"         TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DESATIVA-USUARIO.
           MOVE FD-MOV-USUARIO TO FD-USU-ID
           READ ARQUIVO-USUARIOS
               INVALID KEY
                   MOVE "OPERADOR INEXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE FD-REGISTRO-USUARIO TO WS-IMAGEM-ANTES
                   MOVE "N" TO FD-USU-ATIVO
                   REWRITE FD-REGISTRO-USUARIO
                   MOVE FD-REGISTRO-USUARIO TO WS-IMAGEM-DEPOIS
                   MOVE "DESATIVACAO"       TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REATIVA-USUARIO.
           MOVE FD-MOV-USUARIO TO FD-USU-ID
           READ ARQUIVO-USUARIOS
               INVALID KEY
                   MOVE "OPERADOR INEXISTENTE" TO WS-MOTIVO-RECUSA
                   MOVE "N" TO WS-MOVIMENTO-VALIDO
               NOT INVALID KEY
                   MOVE FD-REGISTRO-USUARIO TO WS-IMAGEM-ANTES
                   MOVE "S" TO FD-USU-ATIVO
                   REWRITE FD-REGISTRO-USUARIO
                   MOVE FD-REGISTRO-USUARIO TO WS-IMAGEM-DEPOIS
                   MOVE "REATIVACAO"        TO WS-JORNAL-ACAO
                   PERFORM GRAVA-JORNAL
           END-READ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A SENHA DO MOVIMENTO (COLUNAS 43-50) NAO SAI NO RELATORIO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-LINHA-MOVIMENTO.
           MOVE WS-QTD-LIDOS      TO WS-MNT-NUM-MOVIMENTO
           MOVE WS-MOTIVO-RECUSA  TO WS-MNT-PARECER
           MOVE FD-AREA-MOVIMENTO TO WS-MNT-CONTEUDO
           IF FD-MOV-SENHA NOT = SPACES
               MOVE WS-SENHA-MASCARA TO WS-MNT-CONTEUDO(43:8)
           END-IF
           MOVE WS-AUT-USUARIO    TO WS-MNT-USUARIO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-MOVIMENTO.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-TOTAIS-MANUTUSU.
           MOVE WS-QTD-LIDOS     TO WS-MNT-TOT-LIDOS
           MOVE WS-QTD-APLICADOS TO WS-MNT-TOT-APLICADOS
           MOVE WS-QTD-RECUSADOS TO WS-MNT-TOT-RECUSADOS
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * SO O OPERADOR COM A FUNCAO U (CADASTRO DE USUARIOS) APLICA OS
      * MOVIMENTOS. IDENTIFICACAO RECUSADA OU FUNCAO NEGADA VAI PARA
      * VIOLACOES.TXT E NENHUM MOVIMENTO E LIDO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       IDENTIFICA-OPERADOR.
           DISPLAY "Operador:"
           ACCEPT WS-AUT-USUARIO
           DISPLAY "Senha:"
           ACCEPT WS-AUT-SENHA
           MOVE "U"        TO WS-AUT-FUNCAO
           MOVE "MANUTUSU" TO WS-AUT-PROGRAMA
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
      * AS SENHAS (COLUNAS 39-46 DA IMAGEM) NAO SAO GRAVADAS NO DIARIO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       GRAVA-JORNAL.
           IF WS-IMAGEM-ANTES NOT = SPACES
               MOVE WS-SENHA-MASCARA TO WS-IMAGEM-ANTES(39:8)
           END-IF
           MOVE WS-SENHA-MASCARA TO WS-IMAGEM-DEPOIS(39:8)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO FD-REGISTRO-JORNAL
           STRING WS-CURRENT-DATE(7:2) "/" WS-CURRENT-DATE(5:2) "/"
                  WS-CURRENT-DATE(1:4)
                  DELIMITED BY SIZE INTO FD-JRN-DATA
           STRING WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2) ":"
                  WS-CURRENT-DATE(13:2)
                  DELIMITED BY SIZE INTO FD-JRN-HORA
           MOVE WS-RUN-ID        TO FD-JRN-RUN-ID
           MOVE "MANUTUSU"       TO FD-JRN-PROGRAMA
           MOVE "USUARIOS.DAT"   TO FD-JRN-ARQUIVO
           MOVE WS-JORNAL-CHAVE  TO FD-JRN-CHAVE
           MOVE WS-JORNAL-ACAO   TO FD-JRN-ACAO
           MOVE WS-IMAGEM-ANTES  TO FD-JRN-ANTES
           MOVE WS-IMAGEM-DEPOIS TO FD-JRN-DEPOIS
           MOVE WS-AUT-USUARIO   TO FD-JRN-USUARIO
           WRITE FD-REGISTRO-JORNAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM MANUTUSU.
