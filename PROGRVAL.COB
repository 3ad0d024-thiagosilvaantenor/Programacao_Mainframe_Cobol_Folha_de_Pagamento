		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRVAL.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * MANUTENCAO DA OPCAO DO FUNCIONARIO PELO           *
      * ADIANTAMENTO QUINZENAL (VALE DO DIA 20) - QUEM    *
      * NAO QUER RECEBER E PERCENTUAL PROPRIO SOBRE O     *
      * SALARIOBASE. SEM REGISTRO NO VALEFOLHA O          *
      * FUNCIONARIO RECEBE PELO PERCENTUAL PADRAO         *
      * INFORMADO NA EXECUCAO DO PROGRADT                 *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
		CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
		INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT CADFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CODIGO
			FILE STATUS IS ST-ERRO.
		SELECT VALEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS VAL-CODIGO
			FILE STATUS IS ST-VAL.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		FILE SECTION.
		FD CADFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "REGFOLHA.DAT".
		01 REGFOLHA.
		   03 CODIGO         PIC 9(6).
		   03 NOME           PIC X(30).
		   03 TIPOSALARIO    PIC X(1).
		   03 HORASTRABALHADAS PIC 9(3).
		   03 DIASTRABALHADAS  PIC 9(2).
		   03 SALARIOBASE    PIC 9(6)V99.
		   03 NUMEROFILHOS   PIC 9(2).
		   03 DEPARTAMENTO   PIC 9(2).
		   03 FUNCAO         PIC X(1).
		   03 SALARIOBRUTO   PIC 9(6)V99.
		   03 INSS			 PIC 9(6)V99.
		   03 IMPOSTORENDA   PIC 9(6)V99.
		   03 SALARIOFAMILIA PIC 9(6)V99.
		   03 SALARIOLIQ     PIC 9(6)V99.

		FD VALEFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "VALEFOLHA.DAT".
		01 REGVALE.
		   03 VAL-CODIGO       PIC 9(06).
		   03 VAL-RECEBE       PIC X(01).
		      88 VAL-OPTANTE   VALUE "S".
		      88 VAL-RECUSOU   VALUE "N".
		   03 VAL-PERCENTUAL   PIC 9(02)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
	   77 W-CONT 		    PIC 9(06) VALUE ZEROS.
	   77 W-OPCAO 		    PIC X(01) VALUE SPACES.
	   77 W-ACT 		    PIC 9(02) VALUE ZEROS.
	   77 MENS			    PIC X(50) VALUE SPACES.
	   77 LIMPA             PIC X(50) VALUE SPACES.
       01 ST-ERRO           PIC X(02) VALUE "00".
       01 ST-VAL            PIC X(02) VALUE "00".
       01 W-SEL             PIC 9(01) VALUE ZEROS.
       01 W-CONFIRMA        PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAVAL.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "          OPCAO PELO ADIANTAMENTO QUINZENAL".
           05  LINE 02  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 04  COLUMN 01
               VALUE  "    CODIGO:".
           05  LINE 05  COLUMN 01
               VALUE  "    NOME:".
           05  LINE 06  COLUMN 01
               VALUE  "    SALARIO BASE:".
           05  LINE 08  COLUMN 01
               VALUE  "    RECEBE ADIANTAMENTO (S=SIM  N=NAO):".
           05  LINE 09  COLUMN 01
               VALUE  "    PERCENTUAL PROPRIO (ZERO = PADRAO):".
           05  LINE 22  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCODIGO
               LINE 04  COLUMN 13  PIC 9(6)
               USING  VAL-CODIGO.
           05  TNOME
               LINE 05  COLUMN 11  PIC X(30)
               USING  NOME.
           05  TSALBASE
               LINE 06  COLUMN 19  PIC ZZZ.ZZ9,99
               USING  SALARIOBASE.
           05  TRECEBE
               LINE 08  COLUMN 42  PIC X(01)
               USING  VAL-RECEBE.
           05  TPERCENTUAL
               LINE 09  COLUMN 42  PIC Z9,99
               USING  VAL-PERCENTUAL.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
	   R0.
	       OPEN INPUT CADFOLHA
	       IF ST-ERRO NOT = "00"
	          MOVE "ERRO ABERTURA CADFOLHA" TO MENS
	          PERFORM ROT-MENS THRU ROT-MENS-FIM
	          GO TO ROT-FIM
	       END-IF.
	       OPEN I-O VALEFOLHA
	       IF ST-VAL NOT = "00"
	          IF ST-VAL = "30" OR ST-VAL = "35"
	             DISPLAY (23, 12)
	                "VALEFOLHA NAO ENCONTRADO - CRIAR VAZIO (S/N)? "
	             ACCEPT (23, 59) W-CONFIRMA
	             IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
	                MOVE "*** CRIACAO CANCELADA PELO OPERADOR ***"
	                                                        TO MENS
	                PERFORM ROT-MENS THRU ROT-MENS-FIM
	                GO TO ROT-FIM
	             END-IF
	             OPEN OUTPUT VALEFOLHA
	             CLOSE VALEFOLHA
	             OPEN I-O VALEFOLHA
	             MOVE "*** VALEFOLHA CRIADO ***" TO MENS
	             PERFORM ROT-MENS THRU ROT-MENS-FIM
	          ELSE
	             MOVE "ERRO ABERTURA VALEFOLHA" TO MENS
	             PERFORM ROT-MENS THRU ROT-MENS-FIM
	             GO TO ROT-FIM
	          END-IF
	       END-IF.
       R1.
            MOVE ZERO TO W-SEL
            MOVE ZERO TO VAL-CODIGO VAL-PERCENTUAL SALARIOBASE
            MOVE SPACES TO NOME VAL-RECEBE.
           DISPLAY TELAVAL.
       R2.
           ACCEPT TCODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE VAL-CODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO = "23"
                MOVE "*** FUNCIONARIO NAO CADASTRADO NO CADFOLHA ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2
           END-IF
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DO CADFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           END-IF.
           DISPLAY TNOME
           DISPLAY TSALBASE.
	   LER-VALEFOLHA.
           READ VALEFOLHA
           IF ST-VAL NOT = "23"
              IF ST-VAL = "00"
                DISPLAY TRECEBE
                DISPLAY TPERCENTUAL
                MOVE "*** REGISTRO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
              ELSE
                MOVE "ERRO NA LEITURA ARQUIVO VALEFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
              END-IF
           ELSE
                MOVE "S" TO VAL-RECEBE
                MOVE "*** REGISTRO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF.
       R3.
           ACCEPT TRECEBE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAVAL
                   GO TO R2.
           IF VAL-RECEBE = "s"
                MOVE "S" TO VAL-RECEBE.
           IF VAL-RECEBE = "n"
                MOVE "N" TO VAL-RECEBE.
           IF NOT VAL-OPTANTE AND NOT VAL-RECUSOU
                MOVE "*** INFORME S OU N ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
           IF VAL-RECUSOU
                MOVE ZEROS TO VAL-PERCENTUAL
                DISPLAY TPERCENTUAL
                GO TO R5.
       R4.
           ACCEPT TPERCENTUAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAVAL
                   GO TO R3.
           IF VAL-PERCENTUAL > 60
                MOVE "*** PERCENTUAL MAXIMO DE 60% DO SALARIO ***"
                                                      TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
       R5.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
	   INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGVALE
                IF ST-VAL = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-VAL = "22"
                  MOVE "* REGISTRO JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO VALEFOLHA"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3
                   END-IF
                END-IF.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE VALEFOLHA RECORD
                IF ST-VAL = "00"
                   MOVE "*** OPCAO EXCLUIDA - VOLTA AO PADRAO ***"
                                                       TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R3.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGVALE
                IF ST-VAL = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO VALEFOLHA"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADFOLHA.
           CLOSE VALEFOLHA.
           GOBACK.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (24, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (24, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
