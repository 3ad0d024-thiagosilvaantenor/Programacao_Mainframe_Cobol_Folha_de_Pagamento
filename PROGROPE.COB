		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGROPE.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * CADASTRO DE OPERADORES DA FOLHA (OPERFOLHA.DAT)   *
      * LOGIN, SENHA E PERFIL DE ACESSO AO PROGRMEN:      *
      * C=CONSULTA  D=DIGITACAO  F=FECHAMENTO             *
      * A=ADMINISTRADOR. O OPERADOR BLOQUEADO POR ERROS   *
      * DE SENHA SO VOLTA A ENTRAR QUANDO O ADMINISTRADOR *
      * MUDA A SITUACAO PARA A (ZERA AS TENTATIVAS)       *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
		CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
		INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT OPERFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OPE-LOGIN
			FILE STATUS IS ST-OPE.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		FILE SECTION.
		FD OPERFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "OPERFOLHA.DAT".
		01 REGOPER.
		   03 OPE-LOGIN           PIC X(08).
		   03 OPE-NOME            PIC X(30).
		   03 OPE-SENHA           PIC X(08).
		   03 OPE-PERFIL          PIC X(01).
		      88 OPE-CONSULTA     VALUE "C".
		      88 OPE-DIGITACAO    VALUE "D".
		      88 OPE-FECHAMENTO   VALUE "F".
		      88 OPE-ADMIN        VALUE "A".
		   03 OPE-SITUACAO        PIC X(01).
		      88 OPE-ATIVO        VALUE "A".
		      88 OPE-BLOQUEADO    VALUE "B".
		      88 OPE-INATIVO      VALUE "I".
		   03 OPE-TENTATIVAS      PIC 9(01).
		   03 OPE-ULTACESSO       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
	   77 W-CONT 		    PIC 9(06) VALUE ZEROS.
	   77 W-OPCAO 		    PIC X(01) VALUE SPACES.
	   77 W-ACT 		    PIC 9(02) VALUE ZEROS.
	   77 MENS			    PIC X(50) VALUE SPACES.
	   77 LIMPA             PIC X(50) VALUE SPACES.
       01 ST-OPE            PIC X(02) VALUE "00".
       01 W-SEL             PIC 9(01) VALUE ZEROS.
       01 W-SIT-ANT         PIC X(01) VALUE SPACES.
       01 W-PERFIL-ANT      PIC X(01) VALUE SPACES.
       01 W-QTD-ADMIN       PIC 9(04) VALUE ZEROS.
       01 W-REGOPER         PIC X(57) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAOPE.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "          CADASTRO DE OPERADORES DA FOLHA".
           05  LINE 02  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 04  COLUMN 01
               VALUE  "    LOGIN:".
           05  LINE 05  COLUMN 01
               VALUE  "    NOME:".
           05  LINE 06  COLUMN 01
               VALUE  "    SENHA:".
           05  LINE 08  COLUMN 01
               VALUE  "    PERFIL (C=CONSULTA  D=DIGITACAO".
           05  LINE 09  COLUMN 01
               VALUE  "            F=FECHAMENTO  A=ADMINISTRADOR):".
           05  LINE 11  COLUMN 01
               VALUE  "    SITUACAO (A=ATIVO B=BLOQUEADO I=INATIVO):".
           05  LINE 12  COLUMN 01
               VALUE  "    TENTATIVAS ERRADAS SEGUIDAS:".
           05  LINE 13  COLUMN 01
               VALUE  "    ULTIMO ACESSO (AAAAMMDD):".
           05  LINE 22  COLUMN 01
               VALUE  "_______________________________________________".
           05  LINE 23  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TLOGIN
               LINE 04  COLUMN 12  PIC X(08)
               USING  OPE-LOGIN.
           05  TNOME
               LINE 05  COLUMN 11  PIC X(30)
               USING  OPE-NOME.
           05  TSENHA
               LINE 06  COLUMN 12  PIC X(08)
               USING  OPE-SENHA  SECURE.
           05  TPERFIL
               LINE 09  COLUMN 46  PIC X(01)
               USING  OPE-PERFIL.
           05  TSITUACAO
               LINE 11  COLUMN 48  PIC X(01)
               USING  OPE-SITUACAO.
           05  TTENTATIVAS
               LINE 12  COLUMN 34  PIC 9(01)
               USING  OPE-TENTATIVAS.
           05  TULTACESSO
               LINE 13  COLUMN 31  PIC 9(08)
               USING  OPE-ULTACESSO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
	   R0.
	       OPEN I-O OPERFOLHA
	       IF ST-OPE NOT = "00"
	          MOVE "ERRO ABERTURA OPERFOLHA (ENTRE PELO PROGRMEN)"
	                                                        TO MENS
	          PERFORM ROT-MENS THRU ROT-MENS-FIM
	          GO TO ROT-FIM
	       END-IF.
       R1.
            MOVE ZERO TO W-SEL
            MOVE SPACES TO OPE-LOGIN OPE-NOME OPE-SENHA OPE-PERFIL
                           OPE-SITUACAO W-SIT-ANT W-PERFIL-ANT
            MOVE ZEROS TO OPE-TENTATIVAS OPE-ULTACESSO.
           DISPLAY TELAOPE.
       R2.
           ACCEPT TLOGIN.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF OPE-LOGIN = SPACES
                MOVE "*** LOGIN NAO PODE FICAR EM BRANCO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
	   LER-OPERFOLHA.
           READ OPERFOLHA
           IF ST-OPE NOT = "23"
              IF ST-OPE = "00"
                MOVE OPE-SITUACAO TO W-SIT-ANT
                MOVE OPE-PERFIL   TO W-PERFIL-ANT
                DISPLAY TELAOPE
                MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
              ELSE
                MOVE "ERRO NA LEITURA ARQUIVO OPERFOLHA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
              END-IF
           ELSE
                MOVE "A" TO OPE-SITUACAO
                DISPLAY TSITUACAO
                MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           END-IF.
       R3.
           ACCEPT TNOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAOPE
                   GO TO R2.
           IF OPE-NOME = SPACES
                MOVE "*** NOME NAO PODE FICAR EM BRANCO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R3.
       R4.
           ACCEPT TSENHA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF OPE-SENHA = SPACES
                MOVE "*** SENHA NAO PODE FICAR EM BRANCO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R4.
       R5.
           ACCEPT TPERFIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF NOT OPE-CONSULTA AND NOT OPE-DIGITACAO
              AND NOT OPE-FECHAMENTO AND NOT OPE-ADMIN
                MOVE "*** PERFIL DEVE SER C, D, F OU A ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
       R6.
           ACCEPT TSITUACAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF NOT OPE-ATIVO AND NOT OPE-BLOQUEADO AND NOT OPE-INATIVO
                MOVE "*** SITUACAO DEVE SER A, B OU I ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6.
      * DESBLOQUEIO PELO ADMINISTRADOR ZERA AS TENTATIVAS ERRADAS
           IF OPE-ATIVO
                MOVE ZEROS TO OPE-TENTATIVAS
                DISPLAY TTENTATIVAS.
       R7.
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
                WRITE REGOPER
                IF ST-OPE = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-OPE = "22"
                  MOVE "* OPERADOR JA EXISTE, NAO GRAVADO *" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO OPERFOLHA"
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
                IF OPE-ADMIN AND OPE-ATIVO
                   PERFORM CONTA-ADMIN THRU CONTA-ADMIN-FIM
                   IF W-QTD-ADMIN = ZEROS
                      MOVE "* UNICO ADMINISTRADOR ATIVO, NAO EXCLUIDO *"
                                                        TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                DELETE OPERFOLHA RECORD
                IF ST-OPE = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***" TO MENS
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
                IF W-PERFIL-ANT = "A" AND W-SIT-ANT = "A"
                   AND (NOT OPE-ADMIN OR NOT OPE-ATIVO)
                   PERFORM CONTA-ADMIN THRU CONTA-ADMIN-FIM
                   IF W-QTD-ADMIN = ZEROS
                      MOVE "* UNICO ADMINISTRADOR ATIVO, NAO ALTERADO *"
                                                        TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                REWRITE REGOPER
                IF ST-OPE = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO OPERFOLHA"
                                                        TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
      * CONTA OS OUTROS ADMINISTRADORES ATIVOS, PARA NAO DEIXAR O
      * SISTEMA SEM NINGUEM QUE POSSA CADASTRAR OU DESBLOQUEAR
      * OPERADORES. O REGISTRO DA TELA E GUARDADO E DEVOLVIDO NO FIM.
       CONTA-ADMIN.
           MOVE REGOPER TO W-REGOPER
           MOVE ZEROS   TO W-QTD-ADMIN
           MOVE LOW-VALUES TO OPE-LOGIN
           START OPERFOLHA KEY IS NOT LESS THAN OPE-LOGIN
              INVALID KEY MOVE "99" TO ST-OPE
              NOT INVALID KEY MOVE "00" TO ST-OPE
           END-START.
       CONTA-ADMIN-LOOP.
           IF ST-OPE NOT = "99"
              READ OPERFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-OPE
              END-READ
           END-IF.
           IF ST-OPE = "99"
              MOVE W-REGOPER TO REGOPER
              MOVE "00" TO ST-OPE
              GO TO CONTA-ADMIN-FIM
           END-IF.
           IF OPE-ADMIN AND OPE-ATIVO
              AND OPE-LOGIN NOT = W-REGOPER(1:8)
              ADD 1 TO W-QTD-ADMIN
           END-IF.
           GO TO CONTA-ADMIN-LOOP.
       CONTA-ADMIN-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE OPERFOLHA.
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
