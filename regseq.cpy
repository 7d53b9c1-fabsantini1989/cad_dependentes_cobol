      *-----------------------------------------------------------------
      * REGSEQ - LAYOUT DO REGISTRO DE CONTROLE DO SELO DO LOG DE
      * AUDITORIA (LOGSEQ.DAT, INDEXADO PELA CHAVE SEQ-CHAVE, HOJE COM
      * UM UNICO REGISTRO "LOGDPND"). GUARDA O ULTIMO NUMERO
      * SEQUENCIAL GLOBAL E O ULTIMO VALOR DE ENCADEAMENTO GRAVADOS NO
      * LOGDPND.DAT; TODO PROGRAMA QUE GRAVA EVENTO LE ESTE REGISTRO,
      * SELA O EVENTO COM O NUMERO SEGUINTE E O NOVO ENCADEAMENTO E O
      * REGRAVA LOGO APOS A GRAVACAO DO EVENTO, COM O NOME DO PROGRAMA
      * E O CARIMBO DE DATA/HORA DA ULTIMA ATUALIZACAO.
      *-----------------------------------------------------------------
       01 REGSEQ.
                03 SEQ-CHAVE           PIC X(08).
                03 SEQ-ULTIMO          PIC 9(09).
                03 SEQ-CHECK           PIC 9(09).
                03 SEQ-PROGRAMA        PIC X(08).
                03 SEQ-DATA            PIC 9(08).
                03 SEQ-HORA            PIC 9(08).
                03 FILLER              PIC X(10).
