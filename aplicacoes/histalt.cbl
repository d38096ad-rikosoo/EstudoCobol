      ******************************************************************
      * Author: HENRIQUE STEFANUTTI
      * Date:  10/2026
      * Purpose: CONSULTA DO HISTORICO DE ALTERACOES (JORNAL.DAT) POR
      *          CENTRO DE CUSTO, CODIGO DE TAXA OU ID DE REQUISICAO
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. HISTALT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT ARQUIVO-PARAMETROS ASSIGN TO "HISTPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JORNAL.

           SELECT ARQUIVO-RELATORIO ASSIGN TO "HISTALT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
      * UMA CONSULTA POR LINHA: TIPO (C CENTRO DE CUSTO, T CODIGO DE
      * TAXA, M ID DE REQUISICAO DO MESTRE COM 7 DIGITOS, U OPERADOR
      * DO CADASTRO DE USUARIOS), CHAVE E PERIODO DD/MM/AAAA. DATA EM
      * BRANCO NAO LIMITA O PERIODO.
       FD  ARQUIVO-PARAMETROS.
       01  FD-REGISTRO-PARAMETROS.
           05 FD-HST-TIPO              PIC X.
           05 FILLER                   PIC X.
           05 FD-HST-CHAVE             PIC X(10).
           05 FILLER                   PIC X.
           05 FD-HST-DATA-INICIO       PIC X(10).
           05 FILLER                   PIC X.
           05 FD-HST-DATA-FIM          PIC X(10).

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

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.
        01 WS-STATUS-PARAMETROS    PIC XX VALUE SPACES.
        01 WS-STATUS-JORNAL        PIC XX VALUE SPACES.
        01 WS-STATUS-RELATORIO     PIC XX VALUE SPACES.

        01 WS-FLAGS.
           05 WS-EOF-PARAMETROS       PIC X VALUE "N".
              88 FIM-ARQUIVO-PARAMETROS     VALUE "S".
           05 WS-EOF-JORNAL           PIC X VALUE "N".
              88 FIM-ARQUIVO-JORNAL         VALUE "S".
           05 WS-JORNAL-EXISTE        PIC X VALUE "S".
              88 JORNAL-EXISTE              VALUE "S".

        01 WS-CONSULTA.
           05 WS-CON-TIPO             PIC X.
              88 CONSULTA-CENTRO            VALUE "C".
              88 CONSULTA-TAXA              VALUE "T".
              88 CONSULTA-MESTRE            VALUE "M".
              88 CONSULTA-USUARIO           VALUE "U".
           05 WS-CON-CHAVE            PIC X(10).
           05 WS-CON-ARQUIVO          PIC X(12).
           05 WS-CON-DESCRICAO        PIC X(16).
           05 WS-CON-DATA-INICIO      PIC X(10).
           05 WS-CON-DATA-FIM         PIC X(10).
           05 WS-CON-INICIO-AAAAMMDD  PIC X(8).
           05 WS-CON-FIM-AAAAMMDD     PIC X(8).
        01 WS-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.

        01 WS-DATA-TRABALHO        PIC X(10) VALUE SPACES.
        01 WS-DATA-AAAAMMDD        PIC X(8)  VALUE SPACES.

        01 WS-CONTADORES.
           05 WS-QTD-CONSULTAS        PIC 9(5) VALUE ZERO.
           05 WS-QTD-RECUSADAS        PIC 9(5) VALUE ZERO.
           05 WS-QTD-ENCONTRADAS      PIC 9(9) VALUE ZERO.

        01 WS-CAB-HISTORICO.
           05 FILLER PIC X(132) VALUE
              "HISTORICO DE ALTERACOES - HISTALT".

        01 WS-LINHA-CONSULTA.
           05 FILLER                   PIC X(10) VALUE "CONSULTA: ".
           05 WS-LCO-DESCRICAO         PIC X(16).
           05 FILLER                   PIC X(9)  VALUE "  CHAVE: ".
           05 WS-LCO-CHAVE             PIC X(10).
           05 FILLER                   PIC X(11) VALUE "  PERIODO: ".
           05 WS-LCO-DATA-INICIO       PIC X(10).
           05 FILLER                   PIC X(3)  VALUE " A ".
           05 WS-LCO-DATA-FIM          PIC X(10).
           05 FILLER                   PIC X(53) VALUE SPACES.

        01 WS-LINHA-RECUSA.
           05 FILLER                   PIC X(21) VALUE
              "CONSULTA RECUSADA:   ".
           05 WS-LRE-MOTIVO            PIC X(30).
           05 FILLER                   PIC X(2)  VALUE SPACES.
           05 WS-LRE-PARAMETRO         PIC X(45).
           05 FILLER                   PIC X(34) VALUE SPACES.

        01 WS-CAB-COLUNAS.
           05 FILLER PIC X(58) VALUE
              "DATA       HORA     EXECUCAO     PROGRAMA    ACAO".
           05 FILLER PIC X(74) VALUE "OPERADOR".

        01 WS-LINHA-ALTERACAO.
           05 WS-LAL-DATA              PIC X(10).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LAL-HORA              PIC X(8).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LAL-RUN-ID            PIC X(12).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LAL-PROGRAMA          PIC X(11).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LAL-ACAO              PIC X(12).
           05 FILLER                   PIC X(1)  VALUE SPACE.
           05 WS-LAL-USUARIO           PIC X(8).
           05 FILLER                   PIC X(66) VALUE SPACES.

        01 WS-LINHA-IMAGEM.
           05 FILLER                   PIC X(3)  VALUE SPACES.
           05 WS-LIM-ROTULO            PIC X(8).
           05 WS-LIM-IMAGEM            PIC X(120).
           05 FILLER                   PIC X(1)  VALUE SPACES.

        01 WS-LINHA-TOTAL-CONSULTA.
           05 FILLER                   PIC X(24) VALUE
              "ALTERACOES ENCONTRADAS: ".
           05 WS-LTC-QTD               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(97) VALUE SPACES.

        01 WS-LINHA-BRANCO         PIC X(132) VALUE SPACES.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           OPEN INPUT ARQUIVO-PARAMETROS
           IF WS-STATUS-PARAMETROS NOT = "00"
               DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR HISTPARMS.DAT ("
                  "STATUS " WS-STATUS-PARAMETROS ")."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQUIVO-RELATORIO
               IF WS-STATUS-RELATORIO NOT = "00"
                   DISPLAY "ERRO: NAO FOI POSSIVEL ABRIR HISTALT.TXT ("
                      "STATUS " WS-STATUS-RELATORIO ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   WRITE FD-LINHA-RELATORIO FROM WS-CAB-HISTORICO

                   PERFORM UNTIL FIM-ARQUIVO-PARAMETROS
                       READ ARQUIVO-PARAMETROS
                           AT END
                               MOVE "S" TO WS-EOF-PARAMETROS
                           NOT AT END
                               IF FD-REGISTRO-PARAMETROS NOT = SPACES
                                   PERFORM TRATA-CONSULTA
                               END-IF
                       END-READ
                   END-PERFORM

                   CLOSE ARQUIVO-RELATORIO
               END-IF
               CLOSE ARQUIVO-PARAMETROS
           END-IF

           IF RETURN-CODE = ZERO AND WS-QTD-RECUSADAS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       TRATA-CONSULTA.
           ADD 1 TO WS-QTD-CONSULTAS
           PERFORM CRITICA-CONSULTA

           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-BRANCO
           IF WS-MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO WS-QTD-RECUSADAS
               MOVE WS-MOTIVO-RECUSA       TO WS-LRE-MOTIVO
               MOVE FD-REGISTRO-PARAMETROS TO WS-LRE-PARAMETRO
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-RECUSA
           ELSE
               MOVE WS-CON-DESCRICAO TO WS-LCO-DESCRICAO
               MOVE WS-CON-CHAVE     TO WS-LCO-CHAVE
               MOVE WS-CON-DATA-INICIO TO WS-LCO-DATA-INICIO
               MOVE WS-CON-DATA-FIM  TO WS-LCO-DATA-FIM
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-CONSULTA
               WRITE FD-LINHA-RELATORIO FROM WS-CAB-COLUNAS
               PERFORM PESQUISA-JORNAL
               MOVE WS-QTD-ENCONTRADAS TO WS-LTC-QTD
               WRITE FD-LINHA-RELATORIO FROM WS-LINHA-TOTAL-CONSULTA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O TIPO DA CONSULTA DETERMINA O ARQUIVO PROCURADO NO DIARIO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CRITICA-CONSULTA.
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE FD-HST-TIPO        TO WS-CON-TIPO
           MOVE FD-HST-CHAVE       TO WS-CON-CHAVE
           MOVE FD-HST-DATA-INICIO TO WS-CON-DATA-INICIO
           MOVE FD-HST-DATA-FIM    TO WS-CON-DATA-FIM

           EVALUATE TRUE
               WHEN CONSULTA-CENTRO
                   MOVE "CENTROS.DAT"      TO WS-CON-ARQUIVO
                   MOVE "CENTRO DE CUSTO"  TO WS-CON-DESCRICAO
               WHEN CONSULTA-TAXA
                   MOVE "TAXAS.DAT"        TO WS-CON-ARQUIVO
                   MOVE "CODIGO DE TAXA"   TO WS-CON-DESCRICAO
               WHEN CONSULTA-MESTRE
                   MOVE "CALCMEST.DAT"     TO WS-CON-ARQUIVO
                   MOVE "ID DE REQUISICAO" TO WS-CON-DESCRICAO
                   IF WS-CON-CHAVE(1:7) IS NOT NUMERIC OR
                      WS-CON-CHAVE(8:3) NOT = SPACES
                       MOVE "ID DEVE TER 7 DIGITOS" TO
                          WS-MOTIVO-RECUSA
                   END-IF
               WHEN CONSULTA-USUARIO
                   MOVE "USUARIOS.DAT"     TO WS-CON-ARQUIVO
                   MOVE "OPERADOR"         TO WS-CON-DESCRICAO
               WHEN OTHER
                   MOVE "TIPO DE CONSULTA INVALIDO" TO WS-MOTIVO-RECUSA
           END-EVALUATE

           IF WS-MOTIVO-RECUSA = SPACES AND WS-CON-CHAVE = SPACES
               MOVE "CHAVE AUSENTE" TO WS-MOTIVO-RECUSA
           END-IF

           MOVE LOW-VALUES  TO WS-CON-INICIO-AAAAMMDD
           MOVE HIGH-VALUES TO WS-CON-FIM-AAAAMMDD
           IF WS-MOTIVO-RECUSA = SPACES AND
              WS-CON-DATA-INICIO NOT = SPACES
               MOVE WS-CON-DATA-INICIO TO WS-DATA-TRABALHO
               PERFORM CRITICA-DATA
               MOVE WS-DATA-AAAAMMDD TO WS-CON-INICIO-AAAAMMDD
           END-IF
           IF WS-MOTIVO-RECUSA = SPACES AND
              WS-CON-DATA-FIM NOT = SPACES
               MOVE WS-CON-DATA-FIM TO WS-DATA-TRABALHO
               PERFORM CRITICA-DATA
               MOVE WS-DATA-AAAAMMDD TO WS-CON-FIM-AAAAMMDD
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CRITICA-DATA.
           IF WS-DATA-TRABALHO(1:2) IS NOT NUMERIC OR
              WS-DATA-TRABALHO(4:2) IS NOT NUMERIC OR
              WS-DATA-TRABALHO(7:4) IS NOT NUMERIC OR
              WS-DATA-TRABALHO(3:1) NOT = "/" OR
              WS-DATA-TRABALHO(6:1) NOT = "/"
               MOVE "DATA INVALIDA" TO WS-MOTIVO-RECUSA
           ELSE
               PERFORM CONVERTE-DATA
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O DIARIO E RELIDO DO INICIO A CADA CONSULTA; AS ALTERACOES
      * SAEM NA ORDEM EM QUE FORAM GRAVADAS.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PESQUISA-JORNAL.
           MOVE ZERO TO WS-QTD-ENCONTRADAS
           MOVE "N" TO WS-EOF-JORNAL
           IF JORNAL-EXISTE
               OPEN INPUT ARQUIVO-JORNAL
               EVALUATE WS-STATUS-JORNAL
                   WHEN "00"
                       PERFORM UNTIL FIM-ARQUIVO-JORNAL
                           READ ARQUIVO-JORNAL
                               AT END
                                   MOVE "S" TO WS-EOF-JORNAL
                               NOT AT END
                                   PERFORM CONFERE-ALTERACAO
                           END-READ
                       END-PERFORM
                       CLOSE ARQUIVO-JORNAL
                   WHEN "35"
                       MOVE "N" TO WS-JORNAL-EXISTE
                       DISPLAY "AVISO: JORNAL.DAT NAO ENCONTRADO. "
                          "NENHUMA ALTERACAO REGISTRADA."
                   WHEN OTHER
                       DISPLAY "ERRO: NAO FOI POSSIVEL LER JORNAL.DAT ("
                          "STATUS " WS-STATUS-JORNAL ")."
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFERE-ALTERACAO.
           IF FD-JRN-ARQUIVO = WS-CON-ARQUIVO AND
              FD-JRN-CHAVE = WS-CON-CHAVE
               MOVE FD-JRN-DATA TO WS-DATA-TRABALHO
               PERFORM CONVERTE-DATA
               IF WS-DATA-AAAAMMDD NOT < WS-CON-INICIO-AAAAMMDD AND
                  WS-DATA-AAAAMMDD NOT > WS-CON-FIM-AAAAMMDD
                   ADD 1 TO WS-QTD-ENCONTRADAS
                   PERFORM ESCREVE-ALTERACAO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-ALTERACAO.
           MOVE FD-JRN-DATA     TO WS-LAL-DATA
           MOVE FD-JRN-HORA     TO WS-LAL-HORA
           MOVE FD-JRN-RUN-ID   TO WS-LAL-RUN-ID
           MOVE FD-JRN-PROGRAMA TO WS-LAL-PROGRAMA
           MOVE FD-JRN-ACAO     TO WS-LAL-ACAO
           MOVE FD-JRN-USUARIO  TO WS-LAL-USUARIO
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-ALTERACAO

           MOVE "ANTES : " TO WS-LIM-ROTULO
           IF FD-JRN-ANTES = SPACES
               MOVE "(SEM REGISTRO)" TO WS-LIM-IMAGEM
           ELSE
               MOVE FD-JRN-ANTES TO WS-LIM-IMAGEM
           END-IF
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-IMAGEM

           MOVE "DEPOIS: " TO WS-LIM-ROTULO
           IF FD-JRN-DEPOIS = SPACES
               MOVE "(SEM REGISTRO)" TO WS-LIM-IMAGEM
           ELSE
               MOVE FD-JRN-DEPOIS TO WS-LIM-IMAGEM
           END-IF
           WRITE FD-LINHA-RELATORIO FROM WS-LINHA-IMAGEM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * CONVERTE DD/MM/AAAA DE WS-DATA-TRABALHO PARA AAAAMMDD EM
      * WS-DATA-AAAAMMDD PARA COMPARACAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONVERTE-DATA.
           STRING WS-DATA-TRABALHO(7:4) WS-DATA-TRABALHO(4:2)
                  WS-DATA-TRABALHO(1:2)
               DELIMITED BY SIZE INTO WS-DATA-AAAAMMDD.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       END PROGRAM HISTALT.
