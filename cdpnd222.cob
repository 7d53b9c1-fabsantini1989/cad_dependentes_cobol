       SELECT LOGDPND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
       SELECT LOGSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS SEQ-CHAVE
                    FILE STATUS  IS ST-ERRO7.
       SELECT CADFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS OPER-LOGIN
                    FILE STATUS  IS ST-ERRO5.
       SELECT PENDDPND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEND-CHAVE
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGDPND.DAT".
           COPY "reglog.cpy".
      *
       FD LOGSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOGSEQ.DAT".
           COPY "regseq.cpy".
      *
       FD CADFUNC
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           COPY "regoper.cpy".
      *
       FD PENDDPND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDDPND.DAT".
           COPY "regpend.cpy".
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-LOG-ACAO     PIC X(01) VALUE SPACES.
       77 W-LOG-DATA     PIC 9(08) VALUE ZEROS.
       77 W-LOG-HORA     PIC 9(08) VALUE ZEROS.
       77 W-SEQ-EXISTE   PIC X(01) VALUE "N".
           COPY "tabselo.cpy".
       01 W-REG-ANTERIOR PIC X(70) VALUE SPACES.
      *------------[ STATUS E VIGENCIA ANTERIORES, P/ SO TROCAR ]-------
      *------------[ O STATSDATA QUANDO O STATS REALMENTE MUDA  ]-------
       01 W-REG-ANT-R REDEFINES W-REG-ANTERIOR.
                03 FILLER          PIC X(47).
                03 W-ANT-INSS      PIC X(01).
                03 W-ANT-IR        PIC X(01).
                03 FILLER          PIC X(12).
                03 W-ANT-STATS     PIC X(01).
                03 W-ANT-STATSDATA PIC X(08).
      *------------[ IMAGEM LIDA CAMPO A CAMPO, P/ CONFERIR COM O ]-----
      *------------[ DISCO ANTES DE REGRAVAR OU EXCLUIR           ]-----
       01 W-REG-LIDO-R REDEFINES W-REG-ANTERIOR.
                03 W-LID-CHAVE     PIC X(07).
                03 W-LID-NOME      PIC X(30).
                03 W-LID-GRAU      PIC 9(01).
                03 W-LID-DATANASC  PIC 9(08).
                03 W-LID-SEXO      PIC X(01).
                03 W-LID-INSS      PIC X(01).
                03 W-LID-IR        PIC X(01).
                03 W-LID-CPF       PIC 9(11).
                03 W-LID-ESTUD     PIC X(01).
                03 W-LID-STATS     PIC X(01).
                03 W-LID-STATSDATA PIC 9(08).
      *------------[ ALTERACAO CONCORRENTE: N=REGISTRO IGUAL AO LIDO ]--
      *------------[ S=ALTERADO NO DISCO  E=EXCLUIDO DO DISCO       ]--
       77 W-CONFLITO     PIC X(01) VALUE "N".
       01 W-LIN-ALTER.
                03 FILLER          PIC X(16) VALUE "MUDOU NO DISCO: ".
                03 W-ALT-NOME      PIC X(05).
                03 W-ALT-GRAU      PIC X(05).
                03 W-ALT-NASC      PIC X(05).
                03 W-ALT-SEXO      PIC X(05).
                03 W-ALT-INSS      PIC X(05).
                03 W-ALT-IR        PIC X(03).
                03 W-ALT-CPF       PIC X(04).
                03 W-ALT-ESTUD     PIC X(06).
                03 W-ALT-STATS     PIC X(06).
                03 W-ALT-VIG       PIC X(08).
      *------------[ FILA DE APROVACAO DO SUPERVISOR (PENDDPND) ]------
       77 ST-ERRO6       PIC X(02) VALUE "00".
       77 ST-ERRO7       PIC X(02) VALUE "00".
       77 W-PEND-TIPO    PIC X(01) VALUE SPACES.
       77 W-PEND-ACHOU   PIC X(01) VALUE "N".
       01 W-REG-NOVO     PIC X(70) VALUE SPACES.
       01 TXGRAU         PIC X(14) VALUE SPACES.
       01 TXSTATS        PIC X(16) VALUE SPACES.
       01 TXSEXO         PIC X(12) VALUE SPACES.
              OPEN OUTPUT LOGDPND
              CLOSE LOGDPND
              OPEN EXTEND LOGDPND.
      *------------[ ABERTURA/CRIACAO DO CONTROLE DO SELO DO LOG ]-----
       R0-SEQ.
           OPEN I-O LOGSEQ
           IF ST-ERRO7 = "35"
              OPEN OUTPUT LOGSEQ
              CLOSE LOGSEQ
              OPEN I-O LOGSEQ.
           IF ST-ERRO7 NOT = "00"
              MOVE "*** CONTROLE DO LOG (LOGSEQ) INDISPONIVEL ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ ABERTURA DO CADASTRO DE FUNCIONARIOS (FOLHA) ]------
       R0-FUNC.
           OPEN INPUT CADFUNC
			  TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ ABERTURA/CRIACAO DA FILA DE APROVACAO ]------------
       R0-PEND.
           OPEN I-O PENDDPND
           IF ST-ERRO6 = "30" OR ST-ERRO6 = "35"
              OPEN OUTPUT PENDDPND
              CLOSE PENDDPND
              OPEN I-O PENDDPND.
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PENDDPND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *------------[ IDENTIFICACAO DO OPERADOR COM SENHA E PERFIL ]------
       R0-OPERADOR.
           DISPLAY (20, 10) "LOGIN DO OPERADOR : ".
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
      *---[ A INCLUSAO NAO VAI DIRETO AO CADDPND: VAI P/ A FILA ]-------
      *---[ DE APROVACAO (PENDDPND) E SO E GRAVADA PELO CPEND    ]-------
       INC-WR1.
                ACCEPT W-LOG-DATA FROM DATE YYYYMMDD
                MOVE W-LOG-DATA TO STATSDATA
                MOVE REGDPND TO W-REG-NOVO
                READ CADDPND
                IF ST-ERRO = "00" OR "02"
                  MOVE W-REG-NOVO TO REGDPND
                  MOVE "* CHAPA/SEQ JA EXISTE,NAO GRAVADOS *"
				  TO MENS
                  PERFORM ROT-MENS
				  THRU ROT-MENS-FIM
                  GO TO ACE-001.
                IF ST-ERRO NOT = "23"
                      MOVE "ERRO NA LEITURA ARQUIVO CADDPND" TO MENS
                      PERFORM ROT-MENS
					  THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                MOVE W-REG-NOVO TO REGDPND
                MOVE SPACES TO W-REG-ANTERIOR
                MOVE "I" TO W-PEND-TIPO
                PERFORM ROT-PEND THRU ROT-PEND-FIM
                GO TO R1.

      *
      *****************************************
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
                IF W-CONFLITO = "E"
                   MOVE "*** DEPENDENTE JA EXCLUIDO EM OUTRA SESSAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONFLITO = "S"
                   MOVE REGDPND TO W-REG-ANTERIOR
                   PERFORM ROT-TRADUZ THRU ROT-TRADUZ-FIM
                   DISPLAY CDEPEND
                   DISPLAY (17, 02) W-LIN-ALTER
                   MOVE "* ALTERADO EM OUTRA SESSAO, CONFIRA/REFACA *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                DELETE CADDPND RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-LOG-ACAO
                MOVE W-TAB-CPF (W-TAB-POS)     TO CPF
                MOVE W-TAB-ESTUD (W-TAB-POS)   TO DPNDESTUD
                MOVE W-TAB-STATS (W-TAB-POS)   TO STATS
                PERFORM ROT-TRADUZ THRU ROT-TRADUZ-FIM
                DISPLAY CDEPEND
                DISPLAY (18, 02) "DEP " W-TAB-POS " DE " W-TAB-QTD.
       LISTAR-EXIBE-FIM.
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
      *---[ O REGISTRO NO DISCO TEM QUE SER O MESMO LIDO NA TELA: ]---
      *---[ SENAO UM BATCH OU OUTRA SESSAO O ALTEROU NO MEIO TEMPO ]---
       ALT-CONF.
                PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
                IF W-CONFLITO = "E"
                   MOVE "*** DEPENDENTE EXCLUIDO EM OUTRA SESSAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONFLITO = "S"
                   GO TO ALT-RECARGA.
       ALT-RW1.
                IF STATS NOT = W-ANT-STATS
                   OR STATSDATA NOT NUMERIC
                   ACCEPT W-LOG-DATA FROM DATE YYYYMMDD
                   MOVE W-LOG-DATA TO STATSDATA.
      *---[ REATIVACAO DE "X"/"D" OU DPNDINSS/DPNDIR LIGADO (INCLUSIVE ]
      *---[ A PASSAGEM DE "S" PARA A ISENCAO "E") DEPENDEM DA          ]
      *---[ APROVACAO DE UM SUPERVISOR: O PEDIDO VAI P/ A FILA         ]
                MOVE SPACES TO W-PEND-TIPO
                IF (W-ANT-STATS = "X" OR W-ANT-STATS = "D")
                   AND (STATS = "A" OR STATS = "S")
                   MOVE "R" TO W-PEND-TIPO
                ELSE
                   IF ((DPNDINSS = "S" OR DPNDINSS = "E")
                        AND W-ANT-INSS NOT = "S"
                        AND W-ANT-INSS NOT = "E")
                      OR ((DPNDIR = "S" OR DPNDIR = "E")
                        AND W-ANT-IR NOT = "S"
                        AND W-ANT-IR NOT = "E")
                      OR (DPNDINSS = "E" AND W-ANT-INSS NOT = "E")
                      OR (DPNDIR = "E" AND W-ANT-IR NOT = "E")
                      MOVE "A" TO W-PEND-TIPO.
                IF W-PEND-TIPO NOT = SPACES
                   PERFORM ROT-PEND THRU ROT-PEND-FIM
                   GO TO R1.
                REWRITE REGDPND
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-LOG-ACAO
                MOVE "ERRO NA EXCLUSAO DO REGISTRO FORNECEDOR"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *---[ REGISTRO MUDOU DESDE A LEITURA: NADA E GRAVADO. MOSTRA ]---
      *---[ OS CAMPOS ALTERADOS E, SE O OPERADOR QUISER, RECARREGA ]---
      *---[ O REGISTRO ATUAL DO DISCO P/ ELE REFAZER A ALTERACAO   ]---
       ALT-RECARGA.
                DISPLAY (17, 02) W-LIN-ALTER
                MOVE "*** REGISTRO ALTERADO EM OUTRA SESSAO ***"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ALT-RECARGA1.
                DISPLAY (20, 29) "RECARREGAR (S/N) : ".
                ACCEPT (20, 48) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ALTERACAO NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-RECARGA1.
                MOVE REGDPND TO W-REG-ANTERIOR
                PERFORM ROT-TRADUZ THRU ROT-TRADUZ-FIM
                DISPLAY CDEPEND
                DISPLAY (17, 02) W-LIN-ALTER
                GO TO R4.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADDPND.
           CLOSE LOGDPND.
           CLOSE LOGSEQ.
           CLOSE CADFUNC.
           CLOSE CADGRAU.
           CLOSE CADOPER.
           CLOSE PENDDPND.
           STOP RUN.

      *---------[ EXIBICAO DA TABELA DE GRAUS LIDA DO CADGRAU ]---------
           DISPLAY (W-LIN-TAB, 52) "|_________________________|".
       ROT-TABGRAU-FIM.
                EXIT.
      *---------[ TEXTOS DA TELA P/ O REGISTRO EM REGDPND ]-------------
       ROT-TRADUZ.
                PERFORM ROT-LE-GRAU THRU ROT-LE-GRAU-FIM
                IF SEXO = "M" OR "m" MOVE " MASCULINO" TO TXSEXO
                ELSE
                 IF SEXO = "F" OR "f" MOVE " FEMENINO " TO TXSEXO
                 ELSE
                  MOVE SPACES TO TXSEXO.
                IF DPNDINSS = "S" MOVE " SIM" TO TXINSS
                ELSE
                 IF DPNDINSS = "N" MOVE " NAO " TO TXINSS
                 ELSE
                  IF DPNDINSS = "E" MOVE " ESPECIAL " TO TXINSS
                  ELSE
                   MOVE SPACES TO TXINSS.
                IF DPNDIR = "S" MOVE " SIM" TO TXIR
                ELSE
                 IF DPNDIR = "N" MOVE " NAO " TO TXIR
                 ELSE
                  IF DPNDIR = "E" MOVE " ESPECIAL " TO TXIR
                  ELSE
                   MOVE SPACES TO TXIR.
                IF DPNDESTUD = "S" MOVE " SIM" TO TXESTUD
                ELSE
                 IF DPNDESTUD = "N" MOVE " NAO " TO TXESTUD
                 ELSE
                  MOVE SPACES TO TXESTUD.
                IF STATS = "A" MOVE "ATIVA" TO TXSTATS
                ELSE
                 IF STATS = "S" MOVE "SUSPENSA" TO TXSTATS
                 ELSE
                  IF STATS = "D" MOVE "DESATIVADA" TO TXSTATS
                  ELSE
                   IF STATS = "X" MOVE "EX DEPENDENTE" TO TXSTATS
                   ELSE
                    MOVE SPACES TO TXSTATS.
       ROT-TRADUZ-FIM.
                EXIT.
      *---------[ TRADUCAO DO GRAU PELA TABELA CADGRAU ]----------------
       ROT-LE-GRAU.
           MOVE GRAU TO GR-GRAU
                   MOVE SPACES     TO LOG-REG-NOVO
                ELSE
                   MOVE REGDPND    TO LOG-REG-NOVO.
                PERFORM ROT-SELO THRU ROT-SELO-FIM
                WRITE REGLOG
                IF ST-ERRO3 NOT = "00"
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
                IF ST-ERRO7 = "23"
                   MOVE "N" TO W-SEQ-EXISTE
                   MOVE ZEROS TO SEQ-ULTIMO SEQ-CHECK
                ELSE
                   IF ST-ERRO7 NOT = "00"
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
                MOVE "CDPND"    TO SEQ-PROGRAMA
                MOVE LOG-DATA   TO SEQ-DATA
                MOVE LOG-HORA   TO SEQ-HORA
                IF W-SEQ-EXISTE = "S"
                   REWRITE REGSEQ
                ELSE
                   WRITE REGSEQ.
                IF ST-ERRO7 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO CONTROLE DO LOG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-SEQ-FIM.
                EXIT.
      *---------[ GRAVACAO DO PEDIDO NA FILA DE APROVACAO: RECUSA ]-----
      *---------[ SE A CHAPA/SEQ JA TEM PEDIDO PENDENTE            ]-----
       ROT-PEND.
                MOVE REGDPND TO W-REG-NOVO
                PERFORM ROT-PEND-EXISTE THRU ROT-PEND-EXISTE-FIM
                MOVE W-REG-NOVO TO REGDPND
                IF W-PEND-ACHOU = "S"
                   MOVE "*** CHAPA/SEQ JA TEM PEDIDO EM APROVACAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-PEND-FIM.
                MOVE SPACES         TO REGPEND
                ACCEPT W-LOG-DATA FROM DATE YYYYMMDD
                ACCEPT W-LOG-HORA FROM TIME
                MOVE CHAPA          TO PEND-CHAPA
                MOVE SEQ            TO PEND-SEQ
                MOVE W-LOG-DATA     TO PEND-DATA
                MOVE W-LOG-HORA     TO PEND-HORA
                MOVE W-PEND-TIPO    TO PEND-TIPO
                MOVE W-OPERADOR     TO PEND-OPERADOR
                MOVE "P"            TO PEND-SITUACAO
                MOVE ZEROS          TO PEND-DATA-DEC PEND-HORA-DEC
                MOVE W-REG-ANTERIOR TO PEND-REG-ANTERIOR
                MOVE W-REG-NOVO     TO PEND-REG-NOVO
                WRITE REGPEND
                IF ST-ERRO6 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PENDDPND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "*** PEDIDO ENVIADO P/ APROVACAO DO SUPERVISOR ***"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-PEND-FIM.
                EXIT.
      *---------[ PROCURA PEDIDO PENDENTE DA CHAPA/SEQ NA FILA ]--------
       ROT-PEND-EXISTE.
                MOVE "N"   TO W-PEND-ACHOU
                MOVE CHAPA TO PEND-CHAPA
                MOVE SEQ   TO PEND-SEQ
                MOVE ZEROS TO PEND-DATA PEND-HORA
                START PENDDPND KEY IS NOT LESS PEND-CHAVE
                IF ST-ERRO6 NOT = "00"
                   GO TO ROT-PEND-EXISTE-FIM.
       ROT-PEND-EXISTE1.
                READ PENDDPND NEXT RECORD
                   AT END GO TO ROT-PEND-EXISTE-FIM.
                IF PEND-CHAPA NOT = CHAPA OR PEND-SEQ NOT = SEQ
                   GO TO ROT-PEND-EXISTE-FIM.
                IF PEND-PENDENTE
                   MOVE "S" TO W-PEND-ACHOU
                   GO TO ROT-PEND-EXISTE-FIM.
                GO TO ROT-PEND-EXISTE1.
       ROT-PEND-EXISTE-FIM.
                EXIT.
      *---------[ RELE O REGISTRO E CONFERE COM A IMAGEM LIDA ]-------
      *---------[ (W-REG-ANTERIOR). IGUAL: DEVOLVE O DIGITADO  ]-------
      *---------[ EM REGDPND. DIFERENTE: DEIXA EM REGDPND O     ]-------
      *---------[ REGISTRO ATUAL E MONTA OS CAMPOS ALTERADOS    ]-------
       ROT-CONFERE.
                MOVE "N" TO W-CONFLITO
                MOVE REGDPND TO W-REG-NOVO
                READ CADDPND
                IF ST-ERRO = "23"
                   MOVE "E" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA ARQUIVO CADDPND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF REGDPND = W-REG-ANTERIOR
                   MOVE W-REG-NOVO TO REGDPND
                   GO TO ROT-CONFERE-FIM.
                MOVE "S" TO W-CONFLITO
                MOVE SPACES TO W-ALT-NOME W-ALT-GRAU W-ALT-NASC
                MOVE SPACES TO W-ALT-SEXO W-ALT-INSS W-ALT-IR W-ALT-CPF
                MOVE SPACES TO W-ALT-ESTUD W-ALT-STATS W-ALT-VIG
                IF NOMEDPND  NOT = W-LID-NOME
                   MOVE "NOME" TO W-ALT-NOME.
                IF GRAU      NOT = W-LID-GRAU
                   MOVE "GRAU" TO W-ALT-GRAU.
                IF DATANASC  NOT = W-LID-DATANASC
                   MOVE "NASC" TO W-ALT-NASC.
                IF SEXO      NOT = W-LID-SEXO
                   MOVE "SEXO" TO W-ALT-SEXO.
                IF DPNDINSS  NOT = W-LID-INSS
                   MOVE "INSS" TO W-ALT-INSS.
                IF DPNDIR    NOT = W-LID-IR
                   MOVE "IR" TO W-ALT-IR.
                IF CPF       NOT = W-LID-CPF
                   MOVE "CPF" TO W-ALT-CPF.
                IF DPNDESTUD NOT = W-LID-ESTUD
                   MOVE "ESTUD" TO W-ALT-ESTUD.
                IF STATS     NOT = W-LID-STATS
                   MOVE "STATS" TO W-ALT-STATS.
                IF STATSDATA NOT = W-LID-STATSDATA
                   MOVE "VIGENCIA" TO W-ALT-VIG.
       ROT-CONFERE-FIM.
                EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
