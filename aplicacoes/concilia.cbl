           SELECT ARQUIVO-BALANCO ASSIGN TO "BALANCO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BALANCO.

           SELECT ARQUIVO-MANIFESTO ASSIGN TO DYNAMIC
               WS-NOME-ARQ-MANIFESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MANIFESTO.
      *-----------------------
       DATA DIVISION.
       FILE SECTION.
           05 FD-PAR-SOBREPOR-ID       PIC X.
           05 FILLER                   PIC X.
           05 FD-PAR-RUN-ID            PIC X(12).
           05 FILLER                   PIC X.
           05 FD-PAR-USUARIO           PIC X(8).
           05 FILLER                   PIC X.
           05 FD-PAR-SENHA             PIC X(8).
           05 FILLER                   PIC X.
           05 FD-PAR-ARQ-MANIFESTO     PIC X(44).

       FD  ARQUIVO-ENTRADA.
       01  FD-REGISTRO-ENTRADA         PIC X(80).
      * CABECALHO DO LOTE: "H" NA COLUNA 1, DATA E DEPARTAMENTO DE
      * ORIGEM. O TRAILER ("T" NA COLUNA 1) E SO DESCARTADO AQUI. NO
      * LOTE DO MANIFESTO CADA CABECALHO ABRE UM ARQUIVO DE ORIGEM,
      * COM O NOME NAS COLUNAS 19-62.
       01  FD-REGISTRO-CABECALHO.
           05 FD-CAB-TIPO              PIC X.
           05 FILLER                   PIC X.
           05 FD-CAB-DATA              PIC X(10).
           05 FILLER                   PIC X.
           05 FD-CAB-DEPTO             PIC X(4).
           05 FILLER                   PIC X.
           05 FD-CAB-ARQUIVO           PIC X(44).
           05 FILLER                   PIC X(18).

       FD  ARQUIVO-RELATORIO.
       01  FD-LINHA-RELATORIO          PIC X(132).
       FD  ARQUIVO-BALANCO.
       01  FD-LINHA-BALANCO            PIC X(132).

      * MANIFESTO DA NOITE; OS ARQUIVOS PROCESSADOS NA EXECUCAO
      * CONCILIADA RECEBEM AQUI A SITUACAO FINAL.
       FD  ARQUIVO-MANIFESTO.
       01  FD-REGISTRO-MANIFESTO.
           05 FD-MAN-ARQUIVO           PIC X(44).
           05 FILLER                   PIC X.
           05 FD-MAN-SITUACAO          PIC X(10).
           05 FILLER                   PIC X.
           05 FD-MAN-DEPTO             PIC X(4).
           05 FILLER                   PIC X.
           05 FD-MAN-DATA-LOTE         PIC X(10).
           05 FILLER                   PIC X.
           05 FD-MAN-DETALHES          PIC 9(9).
           05 FILLER                   PIC X.
           05 FD-MAN-ACEITOS           PIC 9(9).
           05 FILLER                   PIC X.
           05 FD-MAN-RUN-ID            PIC X(12).
           05 FILLER                   PIC X.
           05 FD-MAN-MOTIVO            PIC X(30).

       WORKING-STORAGE SECTION.
        01 OPERADOR                PIC X VALUE "+".
           88 OPERADORESVALIDOS    VALUE "*","+","/","-","%","#".
        01 WS-STATUS-BALANCO       PIC XX VALUE SPACES.

        01 WS-STATUS-CATALOGO      PIC XX VALUE SPACES.
        01 WS-STATUS-MANIFESTO     PIC XX VALUE SPACES.
        01 WS-NOME-ARQ-MANIFESTO   PIC X(44) VALUE SPACES.

        01 WS-NOME-ARQ-ENTRADA     PIC X(44) VALUE "ENTRADA.DAT".
        01 WS-NOME-ARQ-SAIDA       PIC X(44) VALUE "RELATORIO.TXT".
              88 FIM-ARQUIVO-CATALOGO       VALUE "S".
           05 WS-RUN-ENCONTRADO       PIC X VALUE "N".
              88 RUN-ENCONTRADO             VALUE "S".
           05 WS-EOF-MANIFESTO        PIC X VALUE "N".
              88 FIM-ARQUIVO-MANIFESTO      VALUE "S".
           05 WS-MANIFESTO-EXCEDIDO   PIC X VALUE "N".
              88 MANIFESTO-EXCEDIDO         VALUE "S".
           05 WS-ARQUIVO-OK           PIC X VALUE "S".
              88 ARQUIVO-OK                 VALUE "S".

        01 WS-CONTROLES-LOTE.
           05 WS-LOTE-DATA            PIC X(10) VALUE SPACES.
           05 WS-QTD-DETALHES         PIC 9(9)      VALUE ZERO.
           05 WS-QTD-ACEITOS          PIC 9(9)      VALUE ZERO.
           05 WS-QTD-REJEITADOS       PIC 9(9)      VALUE ZERO.
           05 WS-QTD-RETIDOS          PIC 9(9)      VALUE ZERO.
           05 WS-SOMA-RECALCULADA     PIC S9(12)V99 VALUE ZERO.
           05 WS-TOTAL-IMPRESSO       PIC S9(12)V99 VALUE ZERO.

      * ARQUIVOS DE ORIGEM DO LOTE DO MANIFESTO: A ENTRADA DE CADA UM
      * VEM DO SEU PAR H/T; OS DETALHES E A SOMA, DAS LINHAS DA SUA
      * SECAO NO RELATORIO; CALCULADOS, REJEITADOS, RETIDOS E TOTAL,
      * DA LINHA "ARQ " DO RESUMO POR ARQUIVO.
        01 WS-TABELA-ARQUIVOS.
           05 WS-QTD-ARQUIVOS         PIC 9(3) VALUE ZERO.
           05 WS-QTD-RESUMOS          PIC 9(3) VALUE ZERO.
           05 WS-QTD-SECOES           PIC 9(3) VALUE ZERO.
           05 WS-IND-ARQ              PIC 9(3) VALUE ZERO.
           05 WS-ARQ-SECAO            PIC 9(3) VALUE ZERO.
           05 WS-ARQ-ORIGEM OCCURS 20 TIMES.
              10 WS-ARQ-NOME          PIC X(44).
              10 WS-ARQ-QTD-ENTRADA   PIC 9(9).
              10 WS-ARQ-DETALHES      PIC 9(9).
              10 WS-ARQ-SOMA          PIC S9(12)V99.
              10 WS-ARQ-RESUMIDO      PIC X.
                 88 ARQ-RESUMIDO            VALUE "S".
              10 WS-ARQ-CALCULADOS    PIC 9(9).
              10 WS-ARQ-REJEITADOS    PIC 9(9).
              10 WS-ARQ-RETIDOS       PIC 9(9).
              10 WS-ARQ-TOTAL         PIC S9(12)V99.
              10 WS-ARQ-SITUACAO      PIC X(10).

        01 WS-TABELA-MANIFESTO.
           05 WS-QTD-MANIFESTO        PIC 9(3) VALUE ZERO.
           05 WS-IND-MAN              PIC 9(3) VALUE ZERO.
           05 WS-MAN-ENTRADA OCCURS 20 TIMES.
              10 WS-MAN-ARQUIVO       PIC X(44).
              10 FILLER               PIC X.
              10 WS-MAN-SITUACAO      PIC X(10).
                 88 MAN-EM-CONCILIACAO      VALUE "PROCESSADO",
                                                  "CONCILIADO",
                                                  "DIVERGENTE".
              10 FILLER               PIC X(37).
              10 WS-MAN-RUN-ID        PIC X(12).
              10 FILLER               PIC X(31).

        01 WS-RESULTADO-NUM        PIC S9(10)V99 VALUE ZERO.
        01 WS-RESULTADO-EDITADO    PIC -,---,---,--9.99.
        01 WS-RESULTADO-EDITADO-X  REDEFINES WS-RESULTADO-EDITADO
        01 WS-TOTAL-EDITADO        PIC ---,---,--9.99.
        01 WS-TOTAL-EDITADO-X      REDEFINES WS-TOTAL-EDITADO
                                   PIC X(14).
        01 WS-RETIDOS-EDITADO      PIC ZZZ,ZZZ,ZZ9.
        01 WS-RETIDOS-EDITADO-X    REDEFINES WS-RETIDOS-EDITADO
                                   PIC X(11).
        01 WS-QTD-EDITADA          PIC ZZZ,ZZZ,ZZ9.
        01 WS-QTD-EDITADA-X        REDEFINES WS-QTD-EDITADA
                                   PIC X(11).

        01 WS-CAB-BALANCO.
           05 FILLER PIC X(132) VALUE
           05 WS-BAL-PARECER           PIC X(5).
           05 FILLER                   PIC X(93) VALUE SPACES.

        01 WS-LINHA-ARQ-BALANCO.
           05 FILLER                   PIC X(18) VALUE
              "ARQUIVO DE ORIGEM ".
           05 WS-BAL-ARQ-SEQ           PIC 9(3).
           05 FILLER                   PIC X(2)  VALUE ": ".
           05 WS-BAL-ARQ-NOME          PIC X(44).
           05 FILLER                   PIC X(65) VALUE SPACES.

        01 WS-LINHA-SITUACAO-ARQ.
           05 FILLER                   PIC X(34) VALUE
              "SITUACAO DO ARQUIVO...............".
           05 WS-BAL-ARQ-SITUACAO      PIC X(10).
           05 FILLER                   PIC X(88) VALUE SPACES.

        01 WS-LINHA-CONSOLIDADO.
           05 FILLER PIC X(132) VALUE
              "CONSOLIDADO DO LOTE".

        01 WS-LINHA-RESULTADO-FINAL.
           05 FILLER                   PIC X(34) VALUE
              "RESULTADO FINAL...................".

                   IF RETURN-CODE = ZERO
                       PERFORM ESCREVE-BALANCO
                       IF WS-NOME-ARQ-MANIFESTO NOT = SPACES AND
                          WS-QTD-RESUMOS > ZERO AND RUN-ENCONTRADO
                           PERFORM ATUALIZA-MANIFESTO
                       END-IF
                   END-IF

                   CLOSE ARQUIVO-BALANCO
                           MOVE FD-PAR-ARQ-SAIDA TO WS-NOME-ARQ-SAIDA
                       END-IF
                       MOVE FD-PAR-RUN-ID TO WS-RUN-ID-PEDIDO
                       IF FD-PAR-MODO-EXECUCAO = "B" OR "b"
                           MOVE FD-PAR-ARQ-MANIFESTO TO
                              WS-NOME-ARQ-MANIFESTO
                       END-IF
               END-READ
               CLOSE ARQUIVO-PARAMETROS
           END-IF
                   MOVE "S" TO WS-COM-CABECALHO
                   MOVE FD-CAB-DATA  TO WS-LOTE-DATA
                   MOVE FD-CAB-DEPTO TO WS-LOTE-DEPTO
                   PERFORM REGISTRA-ARQUIVO-ORIGEM
               WHEN "T"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-QTD-ENTRADA
                   IF WS-QTD-ARQUIVOS > ZERO
                       ADD 1 TO WS-ARQ-QTD-ENTRADA(WS-QTD-ARQUIVOS)
                   END-IF
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       REGISTRA-ARQUIVO-ORIGEM.
           IF WS-QTD-ARQUIVOS < 20
               ADD 1 TO WS-QTD-ARQUIVOS
               INITIALIZE WS-ARQ-ORIGEM(WS-QTD-ARQUIVOS)
               IF FD-CAB-ARQUIVO NOT = SPACES
                   MOVE FD-CAB-ARQUIVO TO WS-ARQ-NOME(WS-QTD-ARQUIVOS)
               ELSE
                   MOVE WS-NOME-ARQ-ENTRADA TO
                      WS-ARQ-NOME(WS-QTD-ARQUIVOS)
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * O RELATORIO E O LOG SAO ABERTOS EM EXTEND PELA CALCULADORA E
      * ACUMULAM EXECUCOES. A CONCILIACAO ZERA OS ACUMULADORES A CADA
               WHEN FD-LINHA-RELATORIO(1:21) = "RELATORIO DE CALCULOS"
                    AND FD-LINHA-RELATORIO(68:4) = "   1"
                   MOVE ZERO TO WS-QTD-DETALHES
                   MOVE ZERO TO WS-QTD-RETIDOS
                   MOVE ZERO TO WS-SOMA-RECALCULADA
                   MOVE ZERO TO WS-TOTAL-IMPRESSO
                   MOVE "N" TO WS-TOTAL-ENCONTRADO
                   PERFORM ZERA-ARQUIVOS-RELATORIO
               WHEN FD-LINHA-RELATORIO(1:20) = "TOTAL DE OPERACOES: "
                   MOVE FD-LINHA-RELATORIO(49:14) TO
                      WS-TOTAL-EDITADO-X
                   MOVE WS-TOTAL-EDITADO TO WS-TOTAL-IMPRESSO
                   MOVE "S" TO WS-TOTAL-ENCONTRADO
      * REGISTROS RETIDOS POR COTA NAO VAO AO LOG NEM AO DETALHE; O
      * RESUMO DO RELATORIO E A UNICA FONTE DA QUANTIDADE.
               WHEN FD-LINHA-RELATORIO(1:18) = "RETIDOS POR COTA: "
                   MOVE FD-LINHA-RELATORIO(19:11) TO
                      WS-RETIDOS-EDITADO-X
                   MOVE WS-RETIDOS-EDITADO TO WS-QTD-RETIDOS
      * O NOME DO DEPARTAMENTO NO SUBTOTAL OCUPA A COLUNA 31; SEM
      * ESTA EXCLUSAO, UM NOME COM OPERADOR NESSA COLUNA FARIA A
      * LINHA DE SUBTOTAL CONTAR COMO DETALHE.
               WHEN FD-LINHA-RELATORIO(1:22) = "SUBTOTAL CENTRO CUSTO "
                   CONTINUE
      * NO LOTE DO MANIFESTO, CADA ARQUIVO DE ORIGEM ABRE UMA SECAO E
      * FECHA COM UM SUBTOTAL; O RESUMO TRAZ UMA LINHA "ARQ " POR
      * ARQUIVO. NENHUMA DELAS CONTA COMO DETALHE.
               WHEN FD-LINHA-RELATORIO(1:18) = "ARQUIVO DE ORIGEM "
                   MOVE ZERO TO WS-ARQ-SECAO
                   IF FD-LINHA-RELATORIO(19:3) IS NUMERIC
                       MOVE FD-LINHA-RELATORIO(19:3) TO WS-ARQ-SECAO
                       IF WS-ARQ-SECAO > 20
                           MOVE ZERO TO WS-ARQ-SECAO
                       END-IF
                   END-IF
               WHEN FD-LINHA-RELATORIO(1:17) = "SUBTOTAL ARQUIVO "
                   CONTINUE
               WHEN FD-LINHA-RELATORIO(1:4) = "ARQ " AND
                    FD-LINHA-RELATORIO(5:3) IS NUMERIC
                   PERFORM LE-RESUMO-ARQUIVO
               WHEN OTHER
                   MOVE FD-LINHA-RELATORIO(31:1) TO OPERADOR
                   IF OPERADORESVALIDOS
                          WS-RESULTADO-EDITADO-X
                       MOVE WS-RESULTADO-EDITADO TO WS-RESULTADO-NUM
                       ADD WS-RESULTADO-NUM TO WS-SOMA-RECALCULADA
                       IF WS-ARQ-SECAO > ZERO
                           ADD 1 TO WS-ARQ-DETALHES(WS-ARQ-SECAO)
                           ADD WS-RESULTADO-NUM TO
                              WS-ARQ-SOMA(WS-ARQ-SECAO)
                       END-IF
                   END-IF
           END-EVALUATE.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * A CADA EXECUCAO NOVA NO RELATORIO, O QUE FOI APURADO POR
      * ARQUIVO DE ORIGEM E DESCARTADO; A ENTRADA DE CADA UM FICA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ZERA-ARQUIVOS-RELATORIO.
           MOVE ZERO TO WS-ARQ-SECAO
           MOVE ZERO TO WS-QTD-RESUMOS
           PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
               UNTIL WS-IND-ARQ > 20
               MOVE ZERO   TO WS-ARQ-DETALHES(WS-IND-ARQ)
               MOVE ZERO   TO WS-ARQ-SOMA(WS-IND-ARQ)
               MOVE "N"    TO WS-ARQ-RESUMIDO(WS-IND-ARQ)
               MOVE ZERO   TO WS-ARQ-CALCULADOS(WS-IND-ARQ)
               MOVE ZERO   TO WS-ARQ-REJEITADOS(WS-IND-ARQ)
               MOVE ZERO   TO WS-ARQ-RETIDOS(WS-IND-ARQ)
               MOVE ZERO   TO WS-ARQ-TOTAL(WS-IND-ARQ)
               MOVE SPACES TO WS-ARQ-SITUACAO(WS-IND-ARQ)
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       LE-RESUMO-ARQUIVO.
           MOVE FD-LINHA-RELATORIO(5:3) TO WS-IND-ARQ
           IF WS-IND-ARQ > ZERO AND WS-IND-ARQ NOT > 20
               MOVE "S" TO WS-ARQ-RESUMIDO(WS-IND-ARQ)
               MOVE FD-LINHA-RELATORIO(57:11) TO WS-QTD-EDITADA-X
               MOVE WS-QTD-EDITADA TO WS-ARQ-CALCULADOS(WS-IND-ARQ)
               MOVE FD-LINHA-RELATORIO(69:11) TO WS-QTD-EDITADA-X
               MOVE WS-QTD-EDITADA TO WS-ARQ-REJEITADOS(WS-IND-ARQ)
               MOVE FD-LINHA-RELATORIO(81:11) TO WS-QTD-EDITADA-X
               MOVE WS-QTD-EDITADA TO WS-ARQ-RETIDOS(WS-IND-ARQ)
               MOVE FD-LINHA-RELATORIO(93:14) TO WS-TOTAL-EDITADO-X
               MOVE WS-TOTAL-EDITADO TO WS-ARQ-TOTAL(WS-IND-ARQ)
               IF WS-IND-ARQ > WS-QTD-RESUMOS
                   MOVE WS-IND-ARQ TO WS-QTD-RESUMOS
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONTA-LOG.
           OPEN INPUT ARQUIVO-LOG
           END-IF
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-RUN

      * LOTE DO MANIFESTO: UMA SECAO POR ARQUIVO DE ORIGEM ANTES DO
      * CONSOLIDADO. ARQUIVO FORA DE BALANCO REPROVA O LOTE TODO.
           IF WS-QTD-RESUMOS > ZERO
               PERFORM ESCREVE-BALANCO-ARQUIVOS
               WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONSOLIDADO
           END-IF

           IF COM-CABECALHO
               MOVE WS-LOTE-DATA  TO WS-BAL-LOTE-DATA
               MOVE WS-LOTE-DEPTO TO WS-BAL-LOTE-DEPTO
               IF WS-QTD-ARQUIVOS > 1
                   MOVE SPACES TO WS-BAL-LOTE-DEPTO
               END-IF
           ELSE
               MOVE "SEM CABEC." TO WS-BAL-LOTE-DATA
               MOVE SPACES       TO WS-BAL-LOTE-DEPTO
           END-IF
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-LOTE

           IF WS-QTD-ARQUIVOS > 1
               MOVE "ARQUIVOS DE ORIGEM................" TO
                  WS-BAL-DESCRICAO
               MOVE WS-QTD-ARQUIVOS TO WS-BAL-VALOR-ED
               WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONTAGEM
           END-IF

           MOVE "ENTRADA (REGISTROS LIDOS)........." TO
              WS-BAL-DESCRICAO
           MOVE WS-QTD-ENTRADA TO WS-BAL-VALOR-ED
           MOVE WS-QTD-REJEITADOS TO WS-BAL-VALOR-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONTAGEM

           MOVE "RELATORIO (RETIDOS POR COTA)......" TO
              WS-BAL-DESCRICAO
           MOVE WS-QTD-RETIDOS TO WS-BAL-VALOR-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONTAGEM

           MOVE "SOMA RECALCULADA DOS RESULTADOS..." TO
              WS-BAL-DESC-VALOR
           MOVE WS-SOMA-RECALCULADA TO WS-BAL-SOMA-ED
           MOVE WS-TOTAL-IMPRESSO TO WS-BAL-SOMA-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-VALOR

           MOVE "ACEITOS+REJEIT.+RETIDOS = ENTRADA" TO
              WS-BAL-DESC-VERIF
           PERFORM VERIFICA-ACEITOS-REJEITADOS
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-VERIFICACAO
           END-IF
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-RESULTADO-FINAL.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-BALANCO-ARQUIVOS.
           MOVE WS-QTD-ARQUIVOS TO WS-QTD-SECOES
           IF WS-QTD-RESUMOS > WS-QTD-SECOES
               MOVE WS-QTD-RESUMOS TO WS-QTD-SECOES
           END-IF
           PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
               UNTIL WS-IND-ARQ > WS-QTD-SECOES
               PERFORM ESCREVE-BALANCO-ARQUIVO
           END-PERFORM.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ESCREVE-BALANCO-ARQUIVO.
           MOVE "S" TO WS-ARQUIVO-OK
           MOVE WS-IND-ARQ TO WS-BAL-ARQ-SEQ
           MOVE WS-ARQ-NOME(WS-IND-ARQ) TO WS-BAL-ARQ-NOME
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-ARQ-BALANCO

           MOVE "ENTRADA (REGISTROS LIDOS)........." TO
              WS-BAL-DESCRICAO
           MOVE WS-ARQ-QTD-ENTRADA(WS-IND-ARQ) TO WS-BAL-VALOR-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONTAGEM

           MOVE "RELATORIO (LINHAS DE DETALHE)....." TO
              WS-BAL-DESCRICAO
           MOVE WS-ARQ-DETALHES(WS-IND-ARQ) TO WS-BAL-VALOR-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONTAGEM

           MOVE "RESUMO (CALCULADOS)..............." TO
              WS-BAL-DESCRICAO
           MOVE WS-ARQ-CALCULADOS(WS-IND-ARQ) TO WS-BAL-VALOR-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONTAGEM

           MOVE "RESUMO (REJEITADOS)..............." TO
              WS-BAL-DESCRICAO
           MOVE WS-ARQ-REJEITADOS(WS-IND-ARQ) TO WS-BAL-VALOR-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONTAGEM

           MOVE "RESUMO (RETIDOS POR COTA)........." TO
              WS-BAL-DESCRICAO
           MOVE WS-ARQ-RETIDOS(WS-IND-ARQ) TO WS-BAL-VALOR-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-CONTAGEM

           MOVE "SOMA RECALCULADA DOS RESULTADOS..." TO
              WS-BAL-DESC-VALOR
           MOVE WS-ARQ-SOMA(WS-IND-ARQ) TO WS-BAL-SOMA-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-VALOR

           MOVE "TOTAL DO ARQUIVO NO RESUMO........" TO
              WS-BAL-DESC-VALOR
           MOVE WS-ARQ-TOTAL(WS-IND-ARQ) TO WS-BAL-SOMA-ED
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-VALOR

           MOVE "CALC.+REJEIT.+RETIDOS = ENTRADA..." TO
              WS-BAL-DESC-VERIF
           IF ARQ-RESUMIDO(WS-IND-ARQ) AND
              WS-ARQ-CALCULADOS(WS-IND-ARQ) +
              WS-ARQ-REJEITADOS(WS-IND-ARQ) +
              WS-ARQ-RETIDOS(WS-IND-ARQ) =
              WS-ARQ-QTD-ENTRADA(WS-IND-ARQ)
               MOVE "OK" TO WS-BAL-PARECER
           ELSE
               MOVE "ERRO" TO WS-BAL-PARECER
               MOVE "N" TO WS-ARQUIVO-OK
           END-IF
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-VERIFICACAO

           MOVE "DETALHES DO RELATORIO = CALCULADOS" TO
              WS-BAL-DESC-VERIF
           IF WS-ARQ-DETALHES(WS-IND-ARQ) =
              WS-ARQ-CALCULADOS(WS-IND-ARQ)
               MOVE "OK" TO WS-BAL-PARECER
           ELSE
               MOVE "ERRO" TO WS-BAL-PARECER
               MOVE "N" TO WS-ARQUIVO-OK
           END-IF
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-VERIFICACAO

           MOVE "SOMA RECALCULADA = TOTAL ARQUIVO.." TO
              WS-BAL-DESC-VERIF
           IF WS-ARQ-SOMA(WS-IND-ARQ) = WS-ARQ-TOTAL(WS-IND-ARQ)
               MOVE "OK" TO WS-BAL-PARECER
           ELSE
               MOVE "ERRO" TO WS-BAL-PARECER
               MOVE "N" TO WS-ARQUIVO-OK
           END-IF
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-VERIFICACAO

           IF ARQUIVO-OK
               MOVE "CONCILIADO" TO WS-ARQ-SITUACAO(WS-IND-ARQ)
           ELSE
               MOVE "DIVERGENTE" TO WS-ARQ-SITUACAO(WS-IND-ARQ)
               MOVE "N" TO WS-CONCILIACAO-OK
           END-IF
           MOVE WS-ARQ-SITUACAO(WS-IND-ARQ) TO WS-BAL-ARQ-SITUACAO
           WRITE FD-LINHA-BALANCO FROM WS-LINHA-SITUACAO-ARQ.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * OS ARQUIVOS DO MANIFESTO PROCESSADOS NA EXECUCAO CONCILIADA
      * FICAM CONCILIADO OU DIVERGENTE, CONFORME O BALANCO DE CADA UM.
      * UMA NOVA CONCILIACAO DA MESMA EXECUCAO REFAZ A SITUACAO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       ATUALIZA-MANIFESTO.
           MOVE ZERO TO WS-QTD-MANIFESTO
           MOVE "N" TO WS-EOF-MANIFESTO
           MOVE "N" TO WS-MANIFESTO-EXCEDIDO
           OPEN INPUT ARQUIVO-MANIFESTO
           IF WS-STATUS-MANIFESTO NOT = "00"
               DISPLAY "AVISO: NAO FOI POSSIVEL ABRIR O MANIFESTO "
                  WS-NOME-ARQ-MANIFESTO " (STATUS "
                  WS-STATUS-MANIFESTO "). SITUACAO NAO ATUALIZADA."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FIM-ARQUIVO-MANIFESTO
                   READ ARQUIVO-MANIFESTO
                       AT END
                           MOVE "S" TO WS-EOF-MANIFESTO
                       NOT AT END
                           PERFORM CARREGA-LINHA-MANIFESTO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MANIFESTO

               IF MANIFESTO-EXCEDIDO
                   DISPLAY "AVISO: MANIFESTO " WS-NOME-ARQ-MANIFESTO
                      " COM MAIS DE 20 ARQUIVOS. SITUACAO NAO "
                      "ATUALIZADA."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-IND-MAN FROM 1 BY 1
                       UNTIL WS-IND-MAN > WS-QTD-MANIFESTO
                       PERFORM MARCA-ARQUIVO-CONCILIADO
                   END-PERFORM

                   OPEN OUTPUT ARQUIVO-MANIFESTO
                   PERFORM VARYING WS-IND-MAN FROM 1 BY 1
                       UNTIL WS-IND-MAN > WS-QTD-MANIFESTO
                       WRITE FD-REGISTRO-MANIFESTO FROM
                          WS-MAN-ENTRADA(WS-IND-MAN)
                   END-PERFORM
                   CLOSE ARQUIVO-MANIFESTO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CARREGA-LINHA-MANIFESTO.
           IF FD-REGISTRO-MANIFESTO NOT = SPACES
               IF WS-QTD-MANIFESTO < 20
                   ADD 1 TO WS-QTD-MANIFESTO
                   MOVE FD-REGISTRO-MANIFESTO TO
                      WS-MAN-ENTRADA(WS-QTD-MANIFESTO)
               ELSE
                   MOVE "S" TO WS-MANIFESTO-EXCEDIDO
               END-IF
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MARCA-ARQUIVO-CONCILIADO.
           IF MAN-EM-CONCILIACAO(WS-IND-MAN) AND
              WS-MAN-RUN-ID(WS-IND-MAN) = WS-RUN-ID-CONCILIADO
               PERFORM VARYING WS-IND-ARQ FROM 1 BY 1
                   UNTIL WS-IND-ARQ > WS-QTD-SECOES
                   IF WS-ARQ-NOME(WS-IND-ARQ) =
                      WS-MAN-ARQUIVO(WS-IND-MAN)
                       MOVE WS-ARQ-SITUACAO(WS-IND-ARQ) TO
                          WS-MAN-SITUACAO(WS-IND-MAN)
                   END-IF
               END-PERFORM
           END-IF.

      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       VERIFICA-ACEITOS-REJEITADOS.
           IF WS-QTD-ACEITOS + WS-QTD-REJEITADOS + WS-QTD-RETIDOS =
              WS-QTD-ENTRADA
               MOVE "OK" TO WS-BAL-PARECER
           ELSE
               MOVE "ERRO" TO WS-BAL-PARECER
