       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
      *------------[ IMAGEM DA VIGENCIA LIDA, P/ CONFERIR COM O ]------
      *------------[ DISCO ANTES DE GRAVAR (ALTERACAO CONCORRENTE)]----
       01 W-LEGIS-LIDO   PIC X(35) VALUE SPACES.
       01 W-LEGIS-LIDO-R REDEFINES W-LEGIS-LIDO.
                03 FILLER          PIC X(06).
                03 W-LID-IDSF      PIC 9(02).
                03 W-LID-IDIR      PIC 9(02).
                03 W-LID-IDIRE     PIC 9(02).
                03 W-LID-VALSF     PIC 9(05)V99.
                03 W-LID-VALIR     PIC 9(05)V99.
                03 FILLER          PIC X(09).
       01 W-LEGIS-NOVO   PIC X(35) VALUE SPACES.
      *------------[ N=IGUAL AO LIDO  S=ALTERADO  E=EXCLUIDO  ]---------
      *------------[ I=INCLUIDO EM OUTRA SESSAO               ]---------
       77 W-CONFLITO     PIC X(01) VALUE "N".
       01 W-LIN-ALTER.
                03 FILLER          PIC X(16) VALUE "MUDOU NO DISCO: ".
                03 W-ALT-IDSF      PIC X(09).
                03 W-ALT-IDIR      PIC X(09).
                03 W-ALT-IDIRE     PIC X(10).
                03 W-ALT-VALSF     PIC X(09).
                03 W-ALT-VALIR     PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  CLEGISS REQUIRED BACKGROUND-COLOR 7.
                   GO TO ROT-FIM.
       R2A.
           MOVE 0 TO W-SEL
           MOVE SPACES TO W-LEGIS-LIDO
           READ CADLEGIS
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEL
              MOVE REGLEGIS TO W-LEGIS-LIDO
              DISPLAY CLEGISS
              MOVE "*** VIGENCIA JA CADASTRADA, ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-OPC.
       GRV-WR1.
                PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
                IF W-CONFLITO NOT = "N"
                   GO TO GRV-RECARGA.
                IF W-SEL = 1
                   REWRITE REGLEGIS
                ELSE
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADLEGIS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *---[ REGISTRO INCLUIDO, ALTERADO OU EXCLUIDO EM OUTRA SESSAO ]--
      *---[ DESDE A LEITURA: NADA E GRAVADO. MOSTRA OS CAMPOS        ]--
      *---[ ALTERADOS E, SE O OPERADOR QUISER, RECARREGA O REGISTRO  ]--
      *---[ ATUAL DO DISCO P/ ELE REFAZER A ALTERACAO                ]--
       GRV-RECARGA.
                IF W-CONFLITO = "E"
                   MOVE "*** VIGENCIA EXCLUIDA EM OUTRA SESSAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONFLITO = "I"
                   MOVE "*** VIGENCIA INCLUIDA EM OUTRA SESSAO ***"
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
                MOVE REGLEGIS TO W-LEGIS-LIDO
                DISPLAY CLEGISS
                IF W-CONFLITO = "S"
                   DISPLAY (16, 02) W-LIN-ALTER.
                GO TO R3.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE CADLEGIS.
              GO TO ROT-FIM.
       ROT-SEMENTE-FIM.
                EXIT.
      *---------[ RELE O REGISTRO E CONFERE COM A IMAGEM LIDA ]-------
      *---------[ (ESPACOS SE ERA INCLUSAO). SEM DIFERENCA    ]-------
      *---------[ DEVOLVE O DIGITADO; COM DIFERENCA DEIXA O   ]-------
      *---------[ REGISTRO ATUAL E MONTA OS CAMPOS ALTERADOS  ]-------
       ROT-CONFERE.
                MOVE "N" TO W-CONFLITO
                MOVE REGLEGIS TO W-LEGIS-NOVO
                READ CADLEGIS
                IF ST-ERRO = "23" AND W-LEGIS-LIDO NOT = SPACES
                   MOVE "E" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO = "23"
                   MOVE W-LEGIS-NOVO TO REGLEGIS
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA DO ARQUIVO CADLEGIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-LEGIS-LIDO = SPACES
                   MOVE "I" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF REGLEGIS = W-LEGIS-LIDO
                   MOVE W-LEGIS-NOVO TO REGLEGIS
                   GO TO ROT-CONFERE-FIM.
                MOVE "S" TO W-CONFLITO
                MOVE SPACES TO W-ALT-IDSF W-ALT-IDIR W-ALT-IDIRE
                MOVE SPACES TO W-ALT-VALSF W-ALT-VALIR
                IF LEG-IDADE-SF NOT = W-LID-IDSF
                   MOVE "IDADE SF" TO W-ALT-IDSF.
                IF LEG-IDADE-IR NOT = W-LID-IDIR
                   MOVE "IDADE IR" TO W-ALT-IDIR.
                IF LEG-IDADE-IR-ESTUD NOT = W-LID-IDIRE
                   MOVE "IDADE EST" TO W-ALT-IDIRE.
                IF LEG-VALOR-SF NOT = W-LID-VALSF
                   MOVE "VALOR SF" TO W-ALT-VALSF.
                IF LEG-VALOR-IR NOT = W-LID-VALIR
                   MOVE "VALOR IR" TO W-ALT-VALIR.
       ROT-CONFERE-FIM.
                EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
