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

       FD  ARQUIVO-CSV.
       01  FD-LINHA-CSV            PIC X(132).
