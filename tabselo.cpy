      *-----------------------------------------------------------------
      * TABSELO - AREA DE CALCULO DO VALOR DE ENCADEAMENTO (LOG-CHECK)
      * DO LOG DE AUDITORIA, USADA POR TODO PROGRAMA QUE GRAVA OU
      * CONFERE EVENTOS DO LOGDPND. O CALCULO PARTE DO LOG-CHECK DO
      * EVENTO ANTERIOR (ZEROS NO PRIMEIRO EVENTO) E, PARA CADA UM
      * DOS 181 BYTES DO EVENTO QUE PRECEDEM O LOG-CHECK (INCLUSIVE O
      * LOG-NUM-SEQ), FAZ
      *     CHECK = RESTO((CHECK * 97 + CODIGO + 1) / 999999937)
      * ONDE CODIGO E A POSICAO DO CARACTER NA W-SELO-TABELA (0 PARA
      * O ESPACO; QUALQUER CARACTER FORA DA TABELA VALE 94). QUALQUER
      * ALTERACAO, INCLUSAO OU SUPRESSAO DE EVENTO QUEBRA O
      * ENCADEAMENTO DE TODOS OS EVENTOS SEGUINTES.
      *-----------------------------------------------------------------
       01 W-SELO-TABELA.
          03 FILLER        PIC X(11) VALUE " 0123456789".
          03 FILLER        PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          03 FILLER        PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
          03 FILLER        PIC X(17) VALUE ".,;:-/()*&+=_@#$%".
          03 FILLER        PIC X(14) VALUE "!?<>[]{}|\^~`'".
      *
       01 W-SELO.
          03 W-SELO-EVENTO     PIC X(181).
          03 W-SELO-CARACTERES REDEFINES W-SELO-EVENTO.
             05 W-SELO-CAR     PIC X(01) OCCURS 181 TIMES.
          03 W-SELO-IND        PIC 9(03).
          03 W-SELO-COD        PIC 9(03).
          03 W-SELO-CHK        PIC 9(09).
          03 W-SELO-CALC       PIC 9(12).
          03 W-SELO-QUOC       PIC 9(12).
