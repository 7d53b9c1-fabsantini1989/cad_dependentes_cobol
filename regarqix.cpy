      * DE CORTE E UMA ENTRADA AQUI COM O TOTAL DE CONTROLE DE
      * EVENTOS ARQUIVADOS. O RELLOG CONSULTA ESTE INDICE PARA
      * INCLUIR, DE FORMA TRANSPARENTE, AS GERACOES CUJO PERIODO
      * ALCANCA A FAIXA DE DATAS PEDIDA. AQX-ULT-SEQ GUARDA O
      * LOG-NUM-SEQ DO ULTIMO EVENTO DA GERACAO, CONFERIDO PELO VERLOG
      * (NAS ENTRADAS ANTERIORES AO SELO, PREENCHIDO PELO CNVLOG).
      *-----------------------------------------------------------------
       01 REGARQIX.
                03 AQX-ARQUIVO         PIC X(20).
                03 AQX-DATA-CORTE      PIC 9(08).
                03 AQX-QTD-EVENTOS     PIC 9(06).
                03 AQX-DATA-GER        PIC 9(08).
                03 AQX-ULT-SEQ         PIC 9(09).
