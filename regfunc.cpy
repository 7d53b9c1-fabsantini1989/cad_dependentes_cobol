      * FOLHA DE PAGAMENTO. O CDPND SO LE ESTE ARQUIVO (CADFUNC) PARA
      * CONFIRMAR QUE A CHAPA INFORMADA PERTENCE A UM FUNCIONARIO
      * REALMENTE CADASTRADO E ATIVO ANTES DE GRAVAR UM DEPENDENTE.
      * MANTIDO PELO MOVFUNC A PARTIR DO MOVIMENTO DIARIO DA FOLHA
      * (ADMISSAO, DESLIGAMENTO, READMISSAO E CORRECAO DE NOME), QUE
      * GRAVA AS DATAS DE ADMISSAO E DE DESLIGAMENTO (AAAAMMDD; ZEROS
      * QUANDO NAO INFORMADAS OU NO REGISTRO CONVERTIDO PELO CNVFUNC).
      *-----------------------------------------------------------------
       01 REGFUNC.
                03 FUNC-CHAPA          PIC 9(06).
                03 FUNC-SITUACAO       PIC X(01).
                   88 FUNC-ATIVO             VALUE "A".
                   88 FUNC-DESLIGADO         VALUE "D".
                03 FUNC-DATA-ADMISSAO  PIC 9(08).
                03 FUNC-DATA-DESLIG    PIC 9(08).
                03 FILLER              PIC X(09).
