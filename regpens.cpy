      *-----------------------------------------------------------------
      * REGPENS - LAYOUT DO REGISTRO DE PENSAO ALIMENTICIA JUDICIAL
      * (PENSDPND.DAT). CHAVE CHAPA/SEQ/ORDEM: PENSAO DE DEPENDENTE
      * CADASTRADO NO CADDPND LEVA A SEQ DELE E ORDEM ZERO; PENSAO DE
      * BENEFICIARIO QUE NAO E DEPENDENTE LEVA SEQ ZERO E ORDEM 1 A 9.
      * GUARDA O NUMERO DO PROCESSO, O DESCONTO (PERCENTUAL SOBRE A
      * BASE DE CALCULO OU VALOR FIXO), A VIGENCIA (DDMMAAAA, COMO AS
      * DATAS DIGITADAS NAS TELAS; FIM ZERADO = POR PRAZO
      * INDETERMINADO) E OS DADOS BANCARIOS E O CPF DO RECEBEDOR.
      * MANTIDO PELA TELA CPENS; LIDO PELO BATCH PENSDPND (INTERFACE
      * MENSAL COM A FOLHA) E PELO FOLHDPND, DIFDPND E DIRFDPND, QUE
      * NAO CONTAM COMO DEPENDENTE DE IR QUEM E ALIMENTANDO ATIVO.
      *-----------------------------------------------------------------
       01 REGPENS.
                03 PENS-CHAVE.
                   05 PENS-CHAPA       PIC 9(06).
                   05 PENS-SEQ         PIC 9(01).
                   05 PENS-ORDEM       PIC 9(01).
                03 PENS-NOME           PIC X(30).
                03 PENS-CPF            PIC 9(11).
                03 PENS-PROCESSO       PIC X(25).
                03 PENS-TIPO-VALOR     PIC X(01).
                   88 PENS-PERCENTUAL-INF    VALUE "P".
                   88 PENS-VALOR-FIXO-INF    VALUE "F".
                03 PENS-PERCENTUAL     PIC 9(03)V99.
                03 PENS-VALOR-FIXO     PIC 9(07)V99.
                03 PENS-BASE           PIC X(01).
                   88 PENS-BASE-BRUTO        VALUE "B".
                   88 PENS-BASE-LIQUIDO      VALUE "L".
                   88 PENS-BASE-MINIMO       VALUE "M".
                03 PENS-DATA-INICIO    PIC 9(08).
                03 PENS-DATA-FIM       PIC 9(08).
                03 PENS-BANCO          PIC 9(03).
                03 PENS-AGENCIA        PIC 9(05).
                03 PENS-CONTA          PIC 9(12).
                03 PENS-CONTA-DV       PIC X(01).
                03 FILLER              PIC X(09).
