       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 W-GRAU-SEED    PIC 9(02) VALUE ZEROS.
      *------------[ IMAGEM DO GRAU LIDO, P/ CONFERIR COM O DISCO ]----
      *------------[ ANTES DE GRAVAR (ALTERACAO CONCORRENTE)      ]----
       01 W-GRAU-LIDO    PIC X(30) VALUE SPACES.
       01 W-GRAU-LIDO-R REDEFINES W-GRAU-LIDO.
                03 FILLER          PIC X(01).
                03 W-LID-DESCR     PIC X(14).
                03 W-LID-IDADE     PIC 9(02).
                03 W-LID-IDEST     PIC 9(02).
                03 W-LID-BAIXA     PIC X(01).
                03 W-LID-CPF       PIC X(01).
                03 FILLER          PIC X(09).
       01 W-GRAU-NOVO    PIC X(30) VALUE SPACES.
      *------------[ N=IGUAL AO LIDO  S=ALTERADO  E=EXCLUIDO  ]---------
      *------------[ I=INCLUIDO EM OUTRA SESSAO               ]---------
       77 W-CONFLITO     PIC X(01) VALUE "N".
       01 W-LIN-ALTER.
                03 FILLER          PIC X(16) VALUE "MUDOU NO DISCO: ".
                03 W-ALT-DESCR     PIC X(10).
                03 W-ALT-IDADE     PIC X(06).
                03 W-ALT-IDEST     PIC X(09).
                03 W-ALT-BAIXA     PIC X(06).
                03 W-ALT-CPF       PIC X(03).
       01 TXBAIXA        PIC X(12) VALUE SPACES.
       01 TXCPF          PIC X(12) VALUE SPACES.
       77 MENS           PIC X(50) VALUE SPACES.
                   GO TO ROT-FIM.
       R2A.
           MOVE 0 TO W-SEL
           MOVE SPACES TO W-GRAU-LIDO
           READ CADGRAU
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEL
              MOVE REGGRAU TO W-GRAU-LIDO
              DISPLAY CGRAUS
              MOVE "*** GRAU JA CADASTRADO, ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-OPC.
       GRV-WR1.
                PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
                IF W-CONFLITO NOT = "N"
                   GO TO GRV-RECARGA.
                IF W-SEL = 1
                   REWRITE REGGRAU
                ELSE
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADGRAU" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *---[ REGISTRO INCLUIDO, ALTERADO OU EXCLUIDO EM OUTRA SESSAO ]--
      *---[ DESDE A LEITURA: NADA E GRAVADO. MOSTRA OS CAMPOS        ]--
      *---[ ALTERADOS E, SE O OPERADOR QUISER, RECARREGA O REGISTRO  ]--
      *---[ ATUAL DO DISCO P/ ELE REFAZER A ALTERACAO                ]--
       GRV-RECARGA.
                IF W-CONFLITO = "E"
                   MOVE "*** GRAU EXCLUIDO EM OUTRA SESSAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONFLITO = "I"
                   MOVE "*** GRAU INCLUIDO EM OUTRA SESSAO ***"
                   TO MENS
                ELSE
                   DISPLAY (16, 02) W-LIN-ALTER
                   MOVE "*** REGISTRO ALTERADO EM OUTRA SESSAO ***"
                   TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-RECARGA1.
                DISPLAY (20, 29) "RECARREGAR (S/N) : ".
                ACCEPT (20, 48) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS NAO GRAVADOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-RECARGA1.
                MOVE 1 TO W-SEL
                MOVE REGGRAU TO W-GRAU-LIDO
                DISPLAY CGRAUS
                IF W-CONFLITO = "S"
                   DISPLAY (16, 02) W-LIN-ALTER.
                GO TO R3.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADGRAU.
              GO TO ROT-SEMENTE1.
       ROT-SEMENTE-FIM.
                EXIT.
      *---------[ RELE O REGISTRO E CONFERE COM A IMAGEM LIDA ]-------
      *---------[ (ESPACOS SE ERA INCLUSAO). SEM DIFERENCA    ]-------
      *---------[ DEVOLVE O DIGITADO; COM DIFERENCA DEIXA O   ]-------
      *---------[ REGISTRO ATUAL E MONTA OS CAMPOS ALTERADOS  ]-------
       ROT-CONFERE.
                MOVE "N" TO W-CONFLITO
                MOVE REGGRAU TO W-GRAU-NOVO
                READ CADGRAU
                IF ST-ERRO = "23" AND W-GRAU-LIDO NOT = SPACES
                   MOVE "E" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO = "23"
                   MOVE W-GRAU-NOVO TO REGGRAU
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADGRAU" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-GRAU-LIDO = SPACES
                   MOVE "I" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF REGGRAU = W-GRAU-LIDO
                   MOVE W-GRAU-NOVO TO REGGRAU
                   GO TO ROT-CONFERE-FIM.
                MOVE "S" TO W-CONFLITO
                MOVE SPACES TO W-ALT-DESCR W-ALT-IDADE W-ALT-IDEST
                MOVE SPACES TO W-ALT-BAIXA W-ALT-CPF
                IF GR-DESCRICAO NOT = W-LID-DESCR
                   MOVE "DESCRICAO" TO W-ALT-DESCR.
                IF GR-IDADE-LIMITE NOT = W-LID-IDADE
                   MOVE "IDADE" TO W-ALT-IDADE.
                IF GR-IDADE-ESTUD NOT = W-LID-IDEST
                   MOVE "ID.ESTUD" TO W-ALT-IDEST.
                IF GR-SUJEITO-BAIXA NOT = W-LID-BAIXA
                   MOVE "BAIXA" TO W-ALT-BAIXA.
                IF GR-CPF-OBRIG NOT = W-LID-CPF
                   MOVE "CPF" TO W-ALT-CPF.
       ROT-CONFERE-FIM.
                EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
