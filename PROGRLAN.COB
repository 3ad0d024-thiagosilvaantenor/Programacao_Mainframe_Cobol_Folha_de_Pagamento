			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
		SELECT RUBFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RUB-CODIGO
			FILE STATUS IS ST-RUB.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		   03 LAN-DESCRICAO       PIC X(20).
		   03 LAN-QTDE            PIC 9(03)V99.
		   03 LAN-VALOR           PIC 9(06)V99.

		FD RUBFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RUBFOLHA.DAT".
		01 REGRUB.
		   03 RUB-CODIGO          PIC 9(03).
		   03 RUB-DESCRICAO       PIC X(20).
		   03 RUB-TIPO            PIC X(01).
		   03 RUB-INCINSS         PIC X(01).
		   03 RUB-INCIRRF         PIC X(01).
		   03 RUB-INCFGTS         PIC X(01).
		   03 RUB-SITUACAO        PIC X(01).
		      88 RUB-INATIVA      VALUE "I".
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
	   77 W-CONT 		    PIC 9(06) VALUE ZEROS.
	   77 LIMPA             PIC X(50) VALUE SPACES.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-LAN            PIC X(02) VALUE "00".
       01 ST-RUB            PIC X(02) VALUE "00".
       01 W-SEL             PIC 9(01) VALUE ZEROS.
       01 W-CONFIRMA        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
	          PERFORM ROT-MENS THRU ROT-MENS-FIM
	          GO TO ROT-FIM
	       END-IF.
      * SO SE LANCA RUBRICA CADASTRADA - SEM O RUBFOLHA NAO HA COMO
      * SABER O TIPO NEM AS INCIDENCIAS DO LANCAMENTO.
	       OPEN INPUT RUBFOLHA
	       IF ST-RUB NOT = "00"
	          MOVE "RUBFOLHA INEXISTENTE - CADASTRE EM PROGRRUB"
	                                                        TO MENS
	          PERFORM ROT-MENS THRU ROT-MENS-FIM
	          CLOSE CADFOLHA
	          GOBACK
	       END-IF.
	       OPEN I-O LANCFOLHA
	       IF ST-LAN NOT = "00"
	          IF ST-LAN = "30" OR ST-LAN = "35"
	                MOVE "*** CRIACAO CANCELADA PELO OPERADOR ***"
	                                                        TO MENS
	                PERFORM ROT-MENS THRU ROT-MENS-FIM
	                CLOSE CADFOLHA RUBFOLHA
	                GOBACK
	             END-IF
	             OPEN OUTPUT LANCFOLHA
                MOVE "*** RUBRICA NAO PODE SER ZERO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2C.
           MOVE LAN-RUBRICA TO RUB-CODIGO
           READ RUBFOLHA
           IF ST-RUB = "23"
                MOVE "*** RUBRICA NAO CADASTRADA NO RUBFOLHA ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2C
           END-IF
           IF ST-RUB NOT = "00"
                MOVE "ERRO NA LEITURA DO RUBFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           END-IF.
	   LER-LANCFOLHA.
           READ LANCFOLHA
           IF ST-LAN NOT = "23"
                GO TO ROT-FIM
              END-IF
           ELSE
                IF RUB-INATIVA
                   MOVE "*** RUBRICA INATIVA - LANCAMENTO RECUSADO ***"
                                                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2C
                END-IF
                MOVE RUB-TIPO      TO LAN-TIPO
                MOVE RUB-DESCRICAO TO LAN-DESCRICAO
                DISPLAY TTIPO
                DISPLAY TDESCRICAO
                MOVE "*** REGISTRO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF.
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF LAN-TIPO NOT = RUB-TIPO
                MOVE "*** TIPO DIFERE DO CADASTRADO PARA A RUBRICA ***"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE RUB-TIPO TO LAN-TIPO
                GO TO R3.
       R4.
           ACCEPT TDESCRICAO.
           ACCEPT W-ACT FROM ESCAPE KEY
       ROT-FIM.
           CLOSE CADFOLHA.
           CLOSE LANCFOLHA.
           CLOSE RUBFOLHA.
           GOBACK.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
