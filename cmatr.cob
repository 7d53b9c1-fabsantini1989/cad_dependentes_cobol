                03 W-COMP-DD       PIC 9(02).
       01 W-RECEB-COMP   PIC 9(08) VALUE ZEROS.
       01 W-VALID-COMP   PIC 9(08) VALUE ZEROS.
      *------------[ IMAGEM DO COMPROVANTE LIDO, P/ CONFERIR COM O ]---
      *------------[ DISCO ANTES DE GRAVAR (ALTERACAO CONCORRENTE) ]---
       01 W-MATR-LIDO    PIC X(32) VALUE SPACES.
       01 W-MATR-LIDO-R REDEFINES W-MATR-LIDO.
                03 FILLER          PIC X(07).
                03 W-LID-RECEB     PIC 9(08).
                03 W-LID-VALID     PIC 9(08).
                03 FILLER          PIC X(09).
       01 W-MATR-NOVO    PIC X(32) VALUE SPACES.
      *------------[ N=IGUAL AO LIDO  S=ALTERADO  E=EXCLUIDO  ]---------
      *------------[ I=INCLUIDO EM OUTRA SESSAO               ]---------
       77 W-CONFLITO     PIC X(01) VALUE "N".
       01 W-LIN-ALTER.
                03 FILLER          PIC X(16) VALUE "MUDOU NO DISCO: ".
                03 W-ALT-RECEB     PIC X(12).
                03 W-ALT-VALID     PIC X(08).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  CMATRS REQUIRED BACKGROUND-COLOR 7.
              GO TO R2.
           DISPLAY TMNOME.
       R3B.
           MOVE 0 TO W-SEL
           MOVE SPACES TO W-MATR-LIDO
           READ MATRDPND
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEL
              MOVE REGMATR TO W-MATR-LIDO
              DISPLAY CMATRS
              DISPLAY TMNOME
              MOVE "*** COMPROVANTE JA REGISTRADO, ALTERANDO ***"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-OPC.
       GRV-WR1.
                PERFORM ROT-CONFERE THRU ROT-CONFERE-FIM
                IF W-CONFLITO NOT = "N"
                   GO TO GRV-RECARGA.
                IF W-SEL = 1
                   REWRITE REGMATR
                ELSE
                MOVE "ERRO NA GRAVACAO DO ARQUIVO MATRDPND" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *---[ REGISTRO INCLUIDO, ALTERADO OU EXCLUIDO EM OUTRA SESSAO ]--
      *---[ DESDE A LEITURA: NADA E GRAVADO. MOSTRA OS CAMPOS        ]--
      *---[ ALTERADOS E, SE O OPERADOR QUISER, RECARREGA O REGISTRO  ]--
      *---[ ATUAL DO DISCO P/ ELE REFAZER A ALTERACAO                ]--
       GRV-RECARGA.
                IF W-CONFLITO = "E"
                   MOVE "*** COMPROVANTE EXCLUIDO EM OUTRA SESSAO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-CONFLITO = "I"
                   MOVE "*** COMPROVANTE INCLUIDO EM OUTRA SESSAO ***"
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
                MOVE REGMATR TO W-MATR-LIDO
                DISPLAY CMATRS
                DISPLAY TMNOME
                IF W-CONFLITO = "S"
                   DISPLAY (16, 02) W-LIN-ALTER.
                GO TO R4.
      *-------------------------------------------------------------------------------------------
       ROT-FIM.
           CLOSE MATRDPND.
                   MOVE 28 TO W-DIAS-MES.
       ROT-BISSEXTO-FIM.
                EXIT.
      *---------[ RELE O REGISTRO E CONFERE COM A IMAGEM LIDA ]-------
      *---------[ (ESPACOS SE ERA INCLUSAO). SEM DIFERENCA    ]-------
      *---------[ DEVOLVE O DIGITADO; COM DIFERENCA DEIXA O   ]-------
      *---------[ REGISTRO ATUAL E MONTA OS CAMPOS ALTERADOS  ]-------
       ROT-CONFERE.
                MOVE "N" TO W-CONFLITO
                MOVE REGMATR TO W-MATR-NOVO
                READ MATRDPND
                IF ST-ERRO = "23" AND W-MATR-LIDO NOT = SPACES
                   MOVE "E" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO = "23"
                   MOVE W-MATR-NOVO TO REGMATR
                   GO TO ROT-CONFERE-FIM.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA DO ARQUIVO MATRDPND" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-MATR-LIDO = SPACES
                   MOVE "I" TO W-CONFLITO
                   GO TO ROT-CONFERE-FIM.
                IF REGMATR = W-MATR-LIDO
                   MOVE W-MATR-NOVO TO REGMATR
                   GO TO ROT-CONFERE-FIM.
                MOVE "S" TO W-CONFLITO
                MOVE SPACES TO W-ALT-RECEB W-ALT-VALID
                IF MATR-DATA-RECEB NOT = W-LID-RECEB
                   MOVE "RECEBIMENTO" TO W-ALT-RECEB.
                IF MATR-DATA-VALID NOT = W-LID-VALID
                   MOVE "VALIDADE" TO W-ALT-VALID.
       ROT-CONFERE-FIM.
                EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
