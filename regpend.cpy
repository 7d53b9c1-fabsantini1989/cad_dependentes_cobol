      *-----------------------------------------------------------------
      * REGPEND - LAYOUT DO REGISTRO DA FILA DE APROVACAO DO CADASTRO
      * DE DEPENDENTES (PENDDPND.DAT). O CDPND NAO GRAVA DIRETO NO
      * CADDPND A INCLUSAO, A ALTERACAO QUE LIGA DPNDINSS OU DPNDIR
      * ("S"/"E") NEM A REATIVACAO DE DEPENDENTE COM STATS "X" OU "D":
      * GRAVA AQUI O PEDIDO COM O OPERADOR E AS IMAGENS ANTERIOR E
      * NOVA NO LAYOUT DO REGDPND. A TELA CPEND LISTA OS PEDIDOS E UM
      * SUPERVISOR DIFERENTE DO SOLICITANTE APROVA (APLICA NO CADDPND
      * E GRAVA O LOGDPND) OU REJEITA COM MOTIVO. O PEDIDO DECIDIDO
      * FICA NO ARQUIVO COMO HISTORICO DA SEGREGACAO DE FUNCOES.
      *-----------------------------------------------------------------
       01 REGPEND.
                03 PEND-CHAVE.
                   05 PEND-CHAPA       PIC 9(06).
                   05 PEND-SEQ         PIC 9(01).
                   05 PEND-DATA        PIC 9(08).
                   05 PEND-HORA        PIC 9(08).
                03 PEND-TIPO           PIC X(01).
                   88 PEND-INCLUSAO          VALUE "I".
                   88 PEND-ALTERACAO         VALUE "A".
                   88 PEND-REATIVACAO        VALUE "R".
                03 PEND-OPERADOR       PIC X(08).
                03 PEND-SITUACAO       PIC X(01).
                   88 PEND-PENDENTE          VALUE "P".
                   88 PEND-APROVADO          VALUE "A".
                   88 PEND-REJEITADO         VALUE "R".
                03 PEND-SUPERVISOR     PIC X(08).
                03 PEND-DATA-DEC       PIC 9(08).
                03 PEND-HORA-DEC       PIC 9(08).
                03 PEND-MOTIVO         PIC X(40).
                03 PEND-REG-ANTERIOR   PIC X(70).
                03 PEND-REG-NOVO       PIC X(70).
                03 FILLER              PIC X(09).
