      *-----------------------------------------------------------------
      * REGADES - LAYOUT DO REGISTRO DE ADESAO AO PLANO DE SAUDE
      * (ADESDPND.DAT), UM REGISTRO POR CHAPA/SEQ DO CADDPND. GUARDA
      * O CODIGO DO PLANO (CHAVE DA TABELA DE PREMIOS CADPREM), A
      * ACOMODACAO (ENFERMARIA OU APARTAMENTO), A ADESAO AO DENTAL E
      * AS DATAS DE ADESAO E DE CANCELAMENTO (DDMMAAAA, COMO AS DATAS
      * DIGITADAS NAS TELAS; CANCELAMENTO ZERADO = ADESAO ATIVA).
      * MANTIDO PELA TELA CPLAN; LIDO PELO BATCH MENSDPND (PREMIO E
      * DESCONTO EM FOLHA) E PELO EXTDPND, QUE MANDA O CODIGO DO PLANO
      * DE CADA DEPENDENTE PARA A OPERADORA.
      *-----------------------------------------------------------------
       01 REGADES.
                03 ADES-CHAVE.
                   05 ADES-CHAPA       PIC 9(06).
                   05 ADES-SEQ         PIC 9(01).
                03 ADES-PLANO          PIC 9(03).
                03 ADES-ACOMODACAO     PIC X(01).
                   88 ADES-ENFERMARIA        VALUE "E".
                   88 ADES-APARTAMENTO       VALUE "A".
                03 ADES-DENTAL         PIC X(01).
                   88 ADES-COM-DENTAL        VALUE "S".
                   88 ADES-SEM-DENTAL        VALUE "N".
                03 ADES-DATA-ADESAO    PIC 9(08).
                03 ADES-DATA-CANCEL    PIC 9(08).
                03 FILLER              PIC X(09).
