000080* ENCADEADOR DA JANELA MENSAL DE BATCH. EXECUTA A SUITE DA *
000090* COMPETENCIA NA SEQUENCIA FIXA                            *
000100*   BKPDPND (UNLOAD), SUSDPND, ORFDPND, CONCDPND,          *
000110*   AUDDPND, FOLHDPND, EXTDPND, RELDPND                    *
000120* E, ANTES DE LANCAR CADA PASSO, CONFERE NO CTRLBAT.DAT A  *
000130* SITUACAO DO ANTERIOR: SO SEGUE SE O PASSO TERMINOU "C"   *
000140* (COMPLETO). PASSO JA CONCLUIDO NA COMPETENCIA E PULADO   *
000220* HISTORICO DE ALTERACOES
000230* DATA       AUTOR   DESCRICAO
000240* 02/09/2026 SSM     PROGRAMA CRIADO
000243* 15/10/2026 SSM     AUDITORIA DE CONSISTENCIA DA FAMILIA
000246*                    (AUDDPND) ANTES DO FOLHDPND
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000560 77 ST-ERRO2         PIC X(02) VALUE "00".
000570 77 W-OPCAO          PIC X(01) VALUE SPACES.
000580 77 W-PASSO          PIC 9(02) VALUE ZEROS.
000590 77 W-QTD-PASSOS     PIC 9(02) VALUE 8.
000600 77 W-PARADA         PIC X(01) VALUE "N".
000610     88 CADEIA-PARADA            VALUE "S".
000620 77 W-EXECUTADOS     PIC 9(02) VALUE ZEROS.
000700     03 FILLER        PIC X(08) VALUE "SUSDPND ".
000710     03 FILLER        PIC X(08) VALUE "ORFDPND ".
000720     03 FILLER        PIC X(08) VALUE "CONCDPND".
000725     03 FILLER        PIC X(08) VALUE "AUDDPND ".
000730     03 FILLER        PIC X(08) VALUE "FOLHDPND".
000740     03 FILLER        PIC X(08) VALUE "EXTDPND ".
000750     03 FILLER        PIC X(08) VALUE "RELDPND ".
000760 01 TAB-PASSOS-AUX REDEFINES TAB-PASSOS.
000770     03 TP-PROG       PIC X(08) OCCURS 8 TIMES.
000780*
000790 01 W-DATA-SIS.
000800     03 W-SIS-AAAA   PIC 9(04).
