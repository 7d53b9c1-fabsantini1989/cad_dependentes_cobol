       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPEND.
       AUTHOR. FABIANO SANTINI MARQUES.
      ***********************************************
      * APROVACAO DOS PEDIDOS PENDENTES DO CDPND    *
      ***********************************************
      * LISTA A FILA DE APROVACAO (PENDDPND.DAT) GRAVADA PELO CDPND:
      * INCLUSOES, ALTERACOES QUE LIGAM DPNDINSS/DPNDIR E REATIVACOES
      * DE DEPENDENTE "X"/"D". PARA CADA PEDIDO MOSTRA O SOLICITANTE
      * E AS IMAGENS ANTERIOR E NOVA; O SUPERVISOR APROVA (O PEDIDO E
      * APLICADO NO CADDPND COM LOG NO LOGDPND) OU REJEITA COM O
      * MOTIVO. ACESSO SO P/ PERFIL SUPERVISOR NO CADOPER, E NINGUEM
      * DECIDE O PROPRIO PEDIDO (SEGREGACAO DE FUNCOES). NA APROVACAO
      * DE ALTERACAO O REGISTRO E RELIDO E COMPARADO COM A IMAGEM
      * ANTERIOR DO PEDIDO: SE MUDOU DEPOIS DO PEDIDO, NAO E APLICADO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PENDDPND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEND-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDPND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAD-CHAVE
                    ALTERNATE RECORD KEY IS CHAPA
                                 WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS OPER-LOGIN
                    FILE STATUS  IS ST-ERRO3.
       SELECT LOGDPND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
       SELECT LOGSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS SEQ-CHAVE
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PENDDPND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDDPND.DAT".
           COPY "regpend.cpy".
      *
       FD CADDPND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDPND.DAT".
           COPY "regdpnd.cpy".
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY "regoper.cpy".
      *
       FD LOGDPND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGDPND.DAT".
           COPY "reglog.cpy".
      *
       FD LOGSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGSEQ.DAT".
           COPY "regseq.cpy".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ERRO2       PIC X(02) VALUE "00".
       77 ST-ERRO3       PIC X(02) VALUE "00".
       77 ST-ERRO4       PIC X(02) VALUE "00".
       77 ST-ERRO5       PIC X(02) VALUE "00".
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-OPERADOR     PIC X(08) VALUE SPACES.
       77 W-SENHA        PIC X(08) VALUE SPACES.
       77 W-MOTIVO       PIC X(40) VALUE SPACES.
       77 W-LOG-ACAO     PIC X(01) VALUE SPACES.
       77 W-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 W-LOG-HORA     PIC 9(08) VALUE ZEROS.
       77 W-SEQ-EXISTE   PIC X(01) VALUE "N".
           COPY "tabselo.cpy".
       77 MENS           PIC X(50) VALUE SPACES.
       01 W-REG-ANTERIOR PIC X(70) VALUE SPACES.
       01 W-REG-ANT-R REDEFINES W-REG-ANTERIOR.
                03 FILLER          PIC X(61).
                03 W-ANT-STATS     PIC X(01).
                03 W-ANT-STATSDATA PIC X(08).
      *------------[ PEDIDOS PENDENTES CARREGADOS P/ O BROWSE ]---------
       77 W-TAB-QTD      PIC 9(02) VALUE ZEROS.
       77 W-TAB-POS      PIC 9(02) VALUE ZEROS.
       01 W-TAB-PEND.
                03 W-TAB-CHAVE     PIC X(23) OCCURS 50 TIMES.
      *------------[ IMAGENS DO PEDIDO NO LAYOUT DO REGDPND ]-----------
       01 W-IMG-ANT.
                03 ANT-CHAPA       PIC 9(06).
                03 ANT-SEQ         PIC 9(01).
                03 ANT-NOME        PIC X(30).
                03 ANT-GRAU        PIC X(01).
                03 ANT-DATANASC    PIC 9(08).
                03 ANT-SEXO        PIC X(01).
                03 ANT-INSS        PIC X(01).
                03 ANT-IR          PIC X(01).
                03 ANT-CPF         PIC X(11).
                03 ANT-ESTUD       PIC X(01).
                03 ANT-STATS       PIC X(01).
                03 ANT-STATSDATA   PIC X(08).
       01 W-IMG-NOV.
                03 NOV-CHAPA       PIC 9(06).
                03 NOV-SEQ         PIC 9(01).
                03 NOV-NOME        PIC X(30).
                03 NOV-GRAU        PIC X(01).
                03 NOV-DATANASC    PIC 9(08).
                03 NOV-SEXO        PIC X(01).
                03 NOV-INSS        PIC X(01).
                03 NOV-IR          PIC X(01).
                03 NOV-CPF         PIC X(11).
                03 NOV-ESTUD       PIC X(01).
                03 NOV-STATS       PIC X(01).
                03 NOV-STATSDATA   PIC X(08).
       01 TXTIPO         PIC X(12) VALUE SPACES.
       01 W-HORA-WS.
                03 W-HORA-HH       PIC 9(02).
                03 W-HORA-MI       PIC 9(02).
                03 W-HORA-SS       PIC 9(02).
                03 W-HORA-CC       PIC 9(02).
       01 W-DATA-AMD.
                03 W-AMD-AAAA      PIC 9(04).
                03 W-AMD-MM        PIC 9(02).
                03 W-AMD-DD        PIC 9(02).
       01 W-DATA-DMA.
                03 W-DMA-DD        PIC 9(02).
                03 W-DMA-MM        PIC 9(02).
                03 W-DMA-AAAA      PIC 9(04).
       01 W-DATA-PED     REDEFINES W-DATA-DMA PIC 9(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  CPENDS REQUIRED BACKGROUND-COLOR 7.
           05 BACKGROUND-COLOR 7.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "                                        "
               BACKGROUND-COLOR  1.
           05  LINE 01  COLUMN 41
               VALUE  "                                        "
               BACKGROUND-COLOR  1.
           05  LINE 02  COLUMN 01
               VALUE  "   A P R O V A C A O  D E  P E D I D O "
               FOREGROUND-COLOR  15.
           05  LINE 02  COLUMN 41
               VALUE  "S  D E  D E P E N D E N T E S           ".
           05  LINE 03  COLUMN 01
               VALUE  " _______________________________________"
               FOREGROUND-COLOR  0.
           05  LINE 03  COLUMN 41
               VALUE  "_______________________________________ "
               FOREGROUND-COLOR  0.
           05  LINE 05  COLUMN 01
               VALUE  "  CHAPA :"
               FOREGROUND-COLOR  0.
           05  LINE 05  COLUMN 20
               VALUE  "SEQ :"
               FOREGROUND-COLOR  0.
           05  LINE 05  COLUMN 30
               VALUE  "PEDIDO :"
               FOREGROUND-COLOR  0.
           05  LINE 06  COLUMN 01
               VALUE  "  SOLICITANTE :"
               FOREGROUND-COLOR  0.
           05  LINE 06  COLUMN 30
               VALUE  "EM :"
               FOREGROUND-COLOR  0.
           05  LINE 08  COLUMN 01
               VALUE  "  CAMPO"
               FOREGROUND-COLOR  0.
           05  LINE 08  COLUMN 16
               VALUE  "ANTERIOR"
               FOREGROUND-COLOR  0.
           05  LINE 08  COLUMN 48
               VALUE  "NOVO"
               FOREGROUND-COLOR  0.
           05  LINE 09  COLUMN 01
               VALUE  "  NOME"
               FOREGROUND-COLOR  0.
           05  LINE 10  COLUMN 01
               VALUE  "  GRAU"
               FOREGROUND-COLOR  0.
           05  LINE 11  COLUMN 01
               VALUE  "  NASCIMENTO"
               FOREGROUND-COLOR  0.
           05  LINE 12  COLUMN 01
               VALUE  "  SEXO"
               FOREGROUND-COLOR  0.
           05  LINE 13  COLUMN 01
               VALUE  "  DEP. INSS"
               FOREGROUND-COLOR  0.
           05  LINE 14  COLUMN 01
               VALUE  "  DEP. IR"
               FOREGROUND-COLOR  0.
           05  LINE 15  COLUMN 01
               VALUE  "  CPF"
               FOREGROUND-COLOR  0.
           05  LINE 16  COLUMN 01
               VALUE  "  ESTUDANTE"
               FOREGROUND-COLOR  0.
           05  LINE 17  COLUMN 01
               VALUE  "  STATUS"
               FOREGROUND-COLOR  0.
           05  LINE 18  COLUMN 01
               VALUE  " _______________________________________".
           05  LINE 18  COLUMN 41
               VALUE  "_______________________________________".
           05  TPCHAPA
               LINE 05  COLUMN 11  PIC 9(06)
               FROM   PEND-CHAPA
               FOREGROUND-COLOR  6.
           05  TPSEQ
               LINE 05  COLUMN 26  PIC 9(01)
               FROM   PEND-SEQ.
           05  TPTIPO
               LINE 05  COLUMN 39  PIC X(12)
               FROM   TXTIPO.
           05  TPOPER
               LINE 06  COLUMN 17  PIC X(08)
               FROM   PEND-OPERADOR.
           05  TPDATA
               LINE 06  COLUMN 35  PIC 99/99/9999
               FROM   W-DATA-PED.
           05  TPHORA
               LINE 06  COLUMN 46  PIC 99
               FROM   W-HORA-HH.
           05  LINE 06  COLUMN 48  VALUE ":".
           05  TPMIN
               LINE 06  COLUMN 49  PIC 99
               FROM   W-HORA-MI.
           05  TANOME
               LINE 09  COLUMN 16  PIC X(30)
               FROM   ANT-NOME.
           05  TNNOME
               LINE 09  COLUMN 48  PIC X(30)
               FROM   NOV-NOME.
           05  TAGRAU
               LINE 10  COLUMN 16  PIC X(01)
               FROM   ANT-GRAU.
           05  TNGRAU
               LINE 10  COLUMN 48  PIC X(01)
               FROM   NOV-GRAU.
           05  TANASC
               LINE 11  COLUMN 16  PIC 99/99/9999
               FROM   ANT-DATANASC.
           05  TNNASC
               LINE 11  COLUMN 48  PIC 99/99/9999
               FROM   NOV-DATANASC.
           05  TASEXO
               LINE 12  COLUMN 16  PIC X(01)
               FROM   ANT-SEXO.
           05  TNSEXO
               LINE 12  COLUMN 48  PIC X(01)
               FROM   NOV-SEXO.
           05  TAINSS
               LINE 13  COLUMN 16  PIC X(01)
               FROM   ANT-INSS.
           05  TNINSS
               LINE 13  COLUMN 48  PIC X(01)
               FROM   NOV-INSS.
           05  TAIR
               LINE 14  COLUMN 16  PIC X(01)
               FROM   ANT-IR.
           05  TNIR
               LINE 14  COLUMN 48  PIC X(01)
               FROM   NOV-IR.
           05  TACPF
               LINE 15  COLUMN 16  PIC X(11)
               FROM   ANT-CPF.
           05  TNCPF
               LINE 15  COLUMN 48  PIC X(11)
               FROM   NOV-CPF.
           05  TAESTUD
               LINE 16  COLUMN 16  PIC X(01)
               FROM   ANT-ESTUD.
           05  TNESTUD
               LINE 16  COLUMN 48  PIC X(01)
               FROM   NOV-ESTUD.
           05  TASTATS
               LINE 17  COLUMN 16  PIC X(01)
               FROM   ANT-STATS.
           05  TNSTATS
               LINE 17  COLUMN 48  PIC X(01)
               FROM   NOV-STATS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O PENDDPND
           IF ST-ERRO = "00"
              GO TO R0-DPND.
           IF ST-ERRO NOT = "30" AND ST-ERRO NOT = "35"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PENDDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0-CRIA.
           OPEN OUTPUT PENDDPND
           CLOSE PENDDPND
           OPEN I-O PENDDPND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PENDDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ARQUIVO PENDDPND FOI CRIADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *------------[ ABERTURA DO CADASTRO DE DEPENDENTES ]--------------
       R0-DPND.
           OPEN I-O CADDPND
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CADASTRO DE DEPENDENTES INDISPONIVEL ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ ABERTURA/CRIACAO DO LOG DE AUDITORIA ]-------------
       R0-LOG.
           OPEN EXTEND LOGDPND
           IF ST-ERRO4 NOT = "00"
              OPEN OUTPUT LOGDPND
              CLOSE LOGDPND
              OPEN EXTEND LOGDPND.
      *------------[ ABERTURA/CRIACAO DO CONTROLE DO SELO DO LOG ]-----
       R0-SEQ.
           OPEN I-O LOGSEQ
           IF ST-ERRO5 = "35"
              OPEN OUTPUT LOGSEQ
              CLOSE LOGSEQ
              OPEN I-O LOGSEQ.
           IF ST-ERRO5 NOT = "00"
              MOVE "*** CONTROLE DO LOG (LOGSEQ) INDISPONIVEL ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ ABERTURA DO CADASTRO DE OPERADORES ]---------------
       R0-OPER.
           OPEN INPUT CADOPER
           IF ST-ERRO3 NOT = "00"
              MOVE "*** RODE O COPER: CADASTRO DE OPERADORES FALTA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ IDENTIFICACAO DO OPERADOR: A DECISAO DOS ]---------
      *------------[ PEDIDOS SO E PERMITIDA A SUPERVISOR      ]---------
       R0-OPERADOR.
           DISPLAY (20, 10) "LOGIN DO OPERADOR : ".
           ACCEPT  (20, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "*** LOGIN NAO PODE FICAR EM VAZIO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-OPERADOR.
       R0-SENHA.
           MOVE SPACES TO W-SENHA
           DISPLAY (21, 10) "SENHA DO OPERADOR : ".
           ACCEPT  (21, 31) W-SENHA WITH NO-ECHO.
           MOVE W-OPERADOR TO OPER-LOGIN
           READ CADOPER
           IF ST-ERRO3 = "23"
              MOVE "*** OPERADOR NAO CADASTRADO NO COPER ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-OPERADOR.
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA LEITURA DO CADASTRO DE OPERADORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-SENHA NOT = OPER-SENHA
              MOVE "*** SENHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R0-OPERADOR.
           IF OPER-PERFIL NOT = "S"
              MOVE "*** APROVACAO DE PEDIDOS SO P/ SUPERVISOR ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           DISPLAY (20, 10) "                              ".
           DISPLAY (21, 10) "                              ".
      *------------[ CARGA DOS PEDIDOS PENDENTES DA FILA ]--------------
       R1.
           MOVE ZEROS  TO W-TAB-QTD
           MOVE ZEROS  TO PEND-CHAPA PEND-SEQ PEND-DATA PEND-HORA
           START PENDDPND KEY IS NOT LESS PEND-CHAVE
           IF ST-ERRO NOT = "00"
              GO TO R1-FIM.
       R1-LER.
           READ PENDDPND NEXT RECORD
              AT END GO TO R1-FIM.
           IF NOT PEND-PENDENTE
              GO TO R1-LER.
           ADD 1 TO W-TAB-QTD
           MOVE PEND-CHAVE TO W-TAB-CHAVE (W-TAB-QTD)
           IF W-TAB-QTD < 50
              GO TO R1-LER.
           MOVE "*** 50 PRIMEIROS PEDIDOS; DECIDA E RECARREGUE ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R1-FIM.
           IF W-TAB-QTD = ZEROS
              MOVE "*** NAO HA PEDIDOS PENDENTES DE APROVACAO ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO W-TAB-POS.
      *------------[ EXIBICAO DO PEDIDO NA POSICAO ATUAL ]--------------
       R2.
           MOVE W-TAB-CHAVE (W-TAB-POS) TO PEND-CHAVE
           READ PENDDPND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO PENDDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF NOT PEND-PENDENTE
              MOVE "*** PEDIDO JA DECIDIDO EM OUTRA SESSAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM ROT-MONTA THRU ROT-MONTA-FIM
           DISPLAY CPENDS
           DISPLAY (19, 02) "PEDIDO " W-TAB-POS " DE " W-TAB-QTD.
      *------------[ NAVEGACAO E DECISAO ]------------------------------
       R3.
           DISPLAY (21, 02) "PF7=ANT PF8=PROX ESC=SAIR".
           DISPLAY (22, 02) "A=APROVAR  R=REJEITAR".
           DISPLAY (23, 02) " DIGITE SUA OPCAO: ".
           MOVE SPACES TO W-OPCAO
           ACCEPT (23, 21) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ACT NOT = 08
              GO TO R3A.
           IF W-TAB-POS > 1
              SUBTRACT 1 FROM W-TAB-POS
           ELSE
              MOVE W-TAB-QTD TO W-TAB-POS.
           GO TO R2.
       R3A.
           IF W-ACT NOT = 09
              GO TO R3B.
           IF W-TAB-POS < W-TAB-QTD
              ADD 1 TO W-TAB-POS
           ELSE
              MOVE 1 TO W-TAB-POS.
           GO TO R2.
       R3B.
           IF W-OPCAO NOT = "A" AND W-OPCAO NOT = "a"
              AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "r"
              GO TO R3.
           IF PEND-OPERADOR = W-OPERADOR
              MOVE "*** PEDIDO PROPRIO: DECIDE OUTRO SUPERVISOR ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-OPCAO = "R" OR W-OPCAO = "r"
              GO TO REJ-001.
      *
      *****************************************
      * ROTINA DE APROVACAO DO PEDIDO         *
      *****************************************
      *
       APR-OPC.
           DISPLAY (20, 29) "APROVAR  (S/N) : ".
           ACCEPT (20, 47) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO MANTIDO PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO APR-OPC.
      *---------[ OUTRA SESSAO PODE TER DECIDIDO O PEDIDO DEPOIS ]------
      *---------[ DA EXIBICAO: CONFERE ANTES DE MEXER NO CADDPND  ]-----
           PERFORM ROT-RELE-PEND THRU ROT-RELE-PEND-FIM
           IF NOT PEND-PENDENTE
              MOVE "*** PEDIDO JA DECIDIDO EM OUTRA SESSAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF NOT PEND-INCLUSAO
              GO TO APR-ALT.
      *---------[ INCLUSAO: GRAVA O DEPENDENTE NOVO NO CADDPND ]--------
       APR-INC.
           MOVE PEND-REG-NOVO TO REGDPND
           ACCEPT W-LOG-DATA FROM DATE YYYYMMDD
           MOVE W-LOG-DATA TO STATSDATA
           WRITE REGDPND
           IF ST-ERRO2 = "22"
              MOVE "* CHAPA/SEQ JA EXISTE NO CADASTRO, REJEITE *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DE DEPENDENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SPACES TO W-REG-ANTERIOR
           MOVE "I" TO W-LOG-ACAO
           PERFORM ROT-LOG THRU ROT-LOG-FIM
           GO TO APR-FIM.
      *---------[ ALTERACAO/REATIVACAO: RELE O REGISTRO E SO APLICA ]---
      *---------[ SE ELE AINDA E IGUAL A IMAGEM ANTERIOR DO PEDIDO  ]---
       APR-ALT.
           MOVE PEND-CHAPA TO CHAPA
           MOVE PEND-SEQ   TO SEQ
           READ CADDPND
           IF ST-ERRO2 = "23"
              MOVE "* DEPENDENTE EXCLUIDO APOS O PEDIDO, REJEITE *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA LEITURA ARQUIVO CADDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF REGDPND NOT = PEND-REG-ANTERIOR
              MOVE "* REGISTRO ALTERADO APOS O PEDIDO, REJEITE *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE REGDPND TO W-REG-ANTERIOR
           MOVE PEND-REG-NOVO TO REGDPND
           IF STATS NOT = W-ANT-STATS
              ACCEPT W-LOG-DATA FROM DATE YYYYMMDD
              MOVE W-LOG-DATA TO STATSDATA.
           REWRITE REGDPND
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO DE DEPENDENTE"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A" TO W-LOG-ACAO
           PERFORM ROT-LOG THRU ROT-LOG-FIM.
       APR-FIM.
           MOVE "A" TO PEND-SITUACAO
           MOVE SPACES TO PEND-MOTIVO
           PERFORM ROT-DECIDE THRU ROT-DECIDE-FIM
           MOVE "*** PEDIDO APROVADO E APLICADO NO CADASTRO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      *****************************************
      * ROTINA DE REJEICAO DO PEDIDO          *
      *****************************************
      *
       REJ-001.
           MOVE SPACES TO W-MOTIVO
           DISPLAY (22, 02) "MOTIVO:                                  ".
           ACCEPT (22, 10) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA REJEICAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REJ-001.
       REJ-OPC.
           DISPLAY (20, 29) "REJEITAR (S/N) : ".
           ACCEPT (20, 47) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO MANTIDO PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REJ-OPC.
           PERFORM ROT-RELE-PEND THRU ROT-RELE-PEND-FIM
           IF NOT PEND-PENDENTE
              MOVE "*** PEDIDO JA DECIDIDO EM OUTRA SESSAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "R" TO PEND-SITUACAO
           MOVE W-MOTIVO TO PEND-MOTIVO
           PERFORM ROT-DECIDE THRU ROT-DECIDE-FIM
           MOVE "*** PEDIDO REJEITADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE PENDDPND.
           CLOSE CADDPND.
           CLOSE CADOPER.
           CLOSE LOGDPND.
           CLOSE LOGSEQ.
           STOP RUN.

      *---------[ IMAGENS E TEXTOS DO PEDIDO P/ A TELA ]----------------
       ROT-MONTA.
           INITIALIZE W-IMG-ANT
           IF PEND-REG-ANTERIOR NOT = SPACES
              MOVE PEND-REG-ANTERIOR TO W-IMG-ANT.
           MOVE PEND-REG-NOVO TO W-IMG-NOV
           IF PEND-INCLUSAO MOVE "INCLUSAO" TO TXTIPO
           ELSE
            IF PEND-REATIVACAO MOVE "REATIVACAO" TO TXTIPO
            ELSE
             MOVE "ALTERACAO" TO TXTIPO.
           MOVE PEND-DATA  TO W-DATA-AMD
           MOVE W-AMD-DD   TO W-DMA-DD
           MOVE W-AMD-MM   TO W-DMA-MM
           MOVE W-AMD-AAAA TO W-DMA-AAAA
           MOVE PEND-HORA  TO W-HORA-WS.
       ROT-MONTA-FIM.
                EXIT.
      *---------[ RELEITURA DO PEDIDO ANTES DA DECISAO ]----------------
       ROT-RELE-PEND.
           READ PENDDPND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO PENDDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ROT-RELE-PEND-FIM.
                EXIT.
      *---------[ REGISTRO DA DECISAO NO PEDIDO ]-----------------------
       ROT-DECIDE.
           ACCEPT W-LOG-DATA FROM DATE YYYYMMDD
           ACCEPT W-LOG-HORA FROM TIME
           MOVE W-OPERADOR TO PEND-SUPERVISOR
           MOVE W-LOG-DATA TO PEND-DATA-DEC
           MOVE W-LOG-HORA TO PEND-HORA-DEC
           REWRITE REGPEND
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO PENDDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ROT-DECIDE-FIM.
                EXIT.
      *---------[ ROTINA DE LOG DE AUDITORIA (COMO NO CDPND) ]----------
       ROT-LOG.
                ACCEPT W-LOG-DATA FROM DATE YYYYMMDD
                ACCEPT W-LOG-HORA FROM TIME
                MOVE CHAPA         TO LOG-CHAPA
                MOVE SEQ           TO LOG-SEQ
                MOVE W-LOG-ACAO    TO LOG-ACAO
                MOVE W-OPERADOR    TO LOG-OPERADOR
                MOVE W-LOG-DATA    TO LOG-DATA
                MOVE W-LOG-HORA    TO LOG-HORA
                MOVE W-REG-ANTERIOR TO LOG-REG-ANTERIOR
                MOVE REGDPND       TO LOG-REG-NOVO
                PERFORM ROT-SELO THRU ROT-SELO-FIM
                WRITE REGLOG
                IF ST-ERRO4 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO LOG DE AUDITORIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   PERFORM ROT-SEQ THRU ROT-SEQ-FIM.
       ROT-LOG-FIM.
                EXIT.
      *---------[ SELO DO EVENTO: PROXIMO NUMERO SEQUENCIAL E O ]-------
      *---------[ ENCADEAMENTO A PARTIR DO ULTIMO EVENTO GRAVADO]-------
       ROT-SELO.
                MOVE "LOGDPND" TO SEQ-CHAVE
                MOVE "S" TO W-SEQ-EXISTE
                READ LOGSEQ
                IF ST-ERRO5 = "23"
                   MOVE "N" TO W-SEQ-EXISTE
                   MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
                ELSE
                   IF ST-ERRO5 NOT = "00"
                      MOVE "E" TO W-SEQ-EXISTE
                      MOVE "ERRO NA LEITURA DO CONTROLE DO LOG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
                      MOVE ZEROS TO LOG-NUM-SEQ LOG-CHECK
                      GO TO ROT-SELO-FIM.
                ADD 1 TO SEQ-ULTIMO
                MOVE SEQ-ULTIMO TO LOG-NUM-SEQ
                MOVE ZEROS      TO LOG-CHECK
                MOVE SEQ-CHECK  TO W-SELO-CHK
                MOVE REGLOG     TO W-SELO-EVENTO
                MOVE 1          TO W-SELO-IND.
       ROT-SELO1.
                MOVE ZEROS TO W-SELO-COD
                INSPECT W-SELO-TABELA TALLYING W-SELO-COD
                    FOR CHARACTERS
                    BEFORE INITIAL W-SELO-CAR (W-SELO-IND)
                COMPUTE W-SELO-CALC = W-SELO-CHK * 97 + W-SELO-COD + 1
                DIVIDE W-SELO-CALC BY 999999937 GIVING W-SELO-QUOC
                       REMAINDER W-SELO-CHK
                ADD 1 TO W-SELO-IND
                IF W-SELO-IND NOT > 181
                   GO TO ROT-SELO1.
                MOVE W-SELO-CHK TO LOG-CHECK.
       ROT-SELO-FIM.
                EXIT.
      *---------[ CONTROLE DO SELO ATUALIZADO APOS O EVENTO ]-----------
       ROT-SEQ.
                IF W-SEQ-EXISTE = "E"
                   GO TO ROT-SEQ-FIM.
                MOVE LOG-CHECK  TO SEQ-CHECK
                MOVE "CPEND"    TO SEQ-PROGRAMA
                MOVE LOG-DATA   TO SEQ-DATA
                MOVE LOG-HORA   TO SEQ-HORA
                IF W-SEQ-EXISTE = "S"
                   REWRITE REGSEQ
                ELSE
                   WRITE REGSEQ.
                IF ST-ERRO5 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO CONTROLE DO LOG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-SEQ-FIM.
                EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (20, 26) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (20, 26) MENS.
       ROT-MENS-FIM.
                EXIT.
