      * BYTES; CONVERTA-O UMA UNICA VEZ PELO CNVDPND NA VIRADA DE
      * LAYOUT. NOS EVENTOS CONVERTIDOS A POSICAO DO STATSDATA FICA
      * EM BRANCO.
      * CADA EVENTO LEVA AINDA O SELO DE INTEGRIDADE: O NUMERO
      * SEQUENCIAL GLOBAL (LOG-NUM-SEQ, CONTROLADO NO LOGSEQ.DAT) E O
      * VALOR DE ENCADEAMENTO (LOG-CHECK), CALCULADO A PARTIR DO
      * LOG-CHECK DO EVENTO ANTERIOR E DOS 181 BYTES QUE O PRECEDEM
      * NESTE EVENTO (VER TABSELO.CPY). COM O SELO O EVENTO PASSOU DE
      * 172 PARA 190 BYTES; LOG E GERACOES DE ARQUIVO NO LAYOUT DE
      * 172 SAO CONVERTIDOS E SELADOS UMA UNICA VEZ PELO CNVLOG. O
      * VERLOG CONFERE SEQUENCIA, ENCADEAMENTO E TOTAIS DE CONTROLE.
      *-----------------------------------------------------------------
       01 REGLOG.
                03 LOG-CHAPA           PIC 9(06).
                03 LOG-HORA            PIC 9(08).
                03 LOG-REG-ANTERIOR    PIC X(70).
                03 LOG-REG-NOVO        PIC X(70).
                03 LOG-NUM-SEQ         PIC 9(09).
                03 LOG-CHECK           PIC 9(09).
