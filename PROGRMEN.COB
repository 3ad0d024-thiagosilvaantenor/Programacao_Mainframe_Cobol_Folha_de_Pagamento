      * (ABERTA/FECHADA) E BLOQUEIA AS OPCOES QUE NAO    *
      * FAZEM SENTIDO NO MOMENTO - EX.: REMESSA BANCARIA *
      * SO DEPOIS DO PROGRREC EM MODO PROCESSAMENTO      *
      * O OPERADOR ENTRA COM LOGIN E SENHA DO OPERFOLHA  *
      * E SO VE AS OPCOES DO SEU PERFIL; O LOGIN E O     *
      * PERFIL SEGUEM PARA OS MODULOS CHAMADOS PELAS     *
      * VARIAVEIS DE AMBIENTE FOLHAOPER E FOLHAPERFIL.   *
      * ACESSOS NEGADOS E BLOQUEIOS VAO PARA ACESFOLHA   *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FEC-COMPETENCIA
			FILE STATUS IS ST-FEC.
		SELECT OPERFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OPE-LOGIN
			FILE STATUS IS ST-OPE.
		SELECT ACESFOLHA ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ACE.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		   03 FEC-STATUS          PIC X(01).
		      88 FEC-ABERTA       VALUE "A".
		      88 FEC-FECHADA      VALUE "F".

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

		FD ACESFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "ACESFOLHA.DAT".
		01 LINHAACE            PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-FEC             PIC X(02) VALUE "00".
       01 ST-OPE             PIC X(02) VALUE "00".
       01 ST-ACE             PIC X(02) VALUE "00".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET           PIC 9(06) VALUE ZEROS.
       01 W-STATUS-COMP      PIC X(01) VALUE "A".
          88 COMP-FECHADA    VALUE "F".
       01 W-STATUS-DESC      PIC X(22) VALUE SPACES.
       01 W-OPCAO            PIC X(02) VALUE SPACES.
       01 W-OPCAO-R REDEFINES W-OPCAO.
          03 W-OPCAO-NUM     PIC 9(02).
       01 W-CONFIRMA         PIC X(01) VALUE SPACES.
       01 W-MODULO           PIC X(08) VALUE SPACES.

      *---------[ OPERADOR AUTENTICADO ]---------
       01 W-LOGIN            PIC X(08) VALUE SPACES.
       01 W-SENHA            PIC X(08) VALUE SPACES.
       01 W-PERFIL           PIC X(01) VALUE SPACES.
       01 W-NIVEL            PIC 9(01) VALUE ZEROS.
       01 W-TENT-SESSAO      PIC 9(01) VALUE ZEROS.
       01 W-MAX-TENTATIVAS   PIC 9(01) VALUE 3.

      * NIVEL MINIMO POR OPCAO DO MENU (POSICAO = NUMERO DA OPCAO):
      * 1=CONSULTA 2=DIGITACAO 3=FECHAMENTO 4=ADMINISTRADOR. O MODO P
      * DO PROGRREC E O MODO I DO PROGRSAV SAO CONFERIDOS NOS MODULOS.
       01 TAB-NIVEL-V.
          03 FILLER PIC X(40) VALUE
             "2222223232313111111323213133232233343121".
       01 TAB-NIVEL REDEFINES TAB-NIVEL-V.
          03 NIVEL-OPC       PIC 9(01) OCCURS 40 TIMES.

       01 REGACE.
          03 ACE-DATA        PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 ACE-HORA        PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 ACE-LOGIN       PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 ACE-EVENTO      PIC X(10).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 ACE-DETALHE     PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE(1:6) TO W-COMPET.
           PERFORM LOGIN THRU LOGIN-FIM.

       R1-MENU.
           PERFORM LE-STATUS THRU LE-STATUS-FIM.
           DISPLAY "==============================================".
           DISPLAY "COMPETENCIA CORRENTE: " W-COMPET
                    "  SITUACAO: " W-STATUS-DESC.
           DISPLAY "OPERADOR: " W-LOGIN "  PERFIL: " W-PERFIL.
           DISPLAY "----------------------------------------------".
           DISPLAY "        CADASTROS E TABELAS".
           IF NIVEL-OPC(01) NOT > W-NIVEL
              DISPLAY " 01 - FUNCIONARIOS............... (PROGRFP)"
           END-IF.
           IF NIVEL-OPC(02) NOT > W-NIVEL
              DISPLAY " 02 - DEPARTAMENTOS.............. (PROGRDEP)"
           END-IF.
           IF NIVEL-OPC(03) NOT > W-NIVEL
              DISPLAY " 03 - FUNCOES.................... (PROGRFUN)"
           END-IF.
           IF NIVEL-OPC(04) NOT > W-NIVEL
              DISPLAY " 04 - DEPENDENTES................ (PROGRDPN)"
           END-IF.
           IF NIVEL-OPC(05) NOT > W-NIVEL
              DISPLAY " 05 - DADOS BANCARIOS............ (PROGRBAN)"
           END-IF.
           IF NIVEL-OPC(06) NOT > W-NIVEL
              DISPLAY " 06 - AVOS DE FERIAS/13.......... (PROGRAVO)"
           END-IF.
           IF NIVEL-OPC(07) NOT > W-NIVEL
              DISPLAY " 07 - ALIQUOTAS INSS/IRRF........ (PROGRALQ)"
           END-IF.
           IF NIVEL-OPC(25) NOT > W-NIVEL
              DISPLAY " 25 - TABELA SALARIAL P/ FUNCAO.. (PROGRTAB)"
           END-IF.
           IF NIVEL-OPC(28) NOT > W-NIVEL
              DISPLAY " 28 - RUBRICAS E INCIDENCIAS..... (PROGRRUB)"
           END-IF.
           IF NIVEL-OPC(29) NOT > W-NIVEL
              DISPLAY " 29 - OPCAO PELO ADIANTAMENTO.... (PROGRVAL)"
           END-IF.
           IF NIVEL-OPC(31) NOT > W-NIVEL
              DISPLAY " 31 - CONSIGNADOS/PENSAO......... (PROGRCTR)"
           END-IF.
           IF NIVEL-OPC(34) NOT > W-NIVEL
              DISPLAY " 34 - PERCENTUAIS DE ENCARGOS.... (PROGRPEN)"
           END-IF.
           DISPLAY "        MOVIMENTO DA COMPETENCIA".
           IF NIVEL-OPC(08) NOT > W-NIVEL
              DISPLAY " 08 - OCORRENCIAS (FALTAS)....... (PROGROCO)"
           END-IF.
           IF NIVEL-OPC(21) NOT > W-NIVEL
              DISPLAY " 21 - LANCAMENTOS VARIAVEIS...... (PROGRLAN)"
           END-IF.
           IF NIVEL-OPC(30) NOT > W-NIVEL
              DISPLAY " 30 - ADIANTAMENTO QUINZENAL..... (PROGRADT)"
           END-IF.
           IF NIVEL-OPC(32) NOT > W-NIVEL
              DISPLAY " 32 - DESCONTOS CONSIG./PENSAO... (PROGRCSG)"
           END-IF.
           IF NIVEL-OPC(23) NOT > W-NIVEL
              DISPLAY " 23 - PROGRAMACAO/BAIXA FERIAS... (PROGRFER)"
           END-IF.
           IF NIVEL-OPC(39) NOT > W-NIVEL
              DISPLAY " 39 - AFASTAMENTOS INSS.......... (PROGRAFA)"
           END-IF.
           IF NIVEL-OPC(09) NOT > W-NIVEL
              DISPLAY " 09 - REAJUSTE COLETIVO.......... (PROGRDIS)"
           END-IF.
           IF NIVEL-OPC(10) NOT > W-NIVEL
              DISPLAY " 10 - RECALCULO/FECHAMENTO....... (PROGRREC)"
           END-IF.
           IF NIVEL-OPC(37) NOT > W-NIVEL
              DISPLAY " 37 - CADEIA DE FECHAMENTO LOTE.. (PROGRFEC)"
           END-IF.
           DISPLAY "        POS-FECHAMENTO".
           IF NIVEL-OPC(11) NOT > W-NIVEL
              DISPLAY " 11 - REMESSA BANCARIA........... (PROGRREM)"
           END-IF.
           IF NIVEL-OPC(12) NOT > W-NIVEL
              DISPLAY " 12 - CONTRACHEQUES.............. (PROGRHOL)"
           END-IF.
           IF NIVEL-OPC(13) NOT > W-NIVEL
              DISPLAY " 13 - EXTRACAO P/ ERP............ (PROGREXT)"
           END-IF.
           IF NIVEL-OPC(20) NOT > W-NIVEL
              DISPLAY " 20 - RETORNO BANCARIO/PAGTOS.... (PROGRRET)"
           END-IF.
           IF NIVEL-OPC(22) NOT > W-NIVEL
              DISPLAY " 22 - DECLARACAO FGTS/ESOCIAL.... (PROGRESO)"
           END-IF.
           IF NIVEL-OPC(33) NOT > W-NIVEL
              DISPLAY " 33 - PROVISAO FERIAS/13......... (PROGRPRV)"
           END-IF.
           IF NIVEL-OPC(35) NOT > W-NIVEL
              DISPLAY " 35 - ENCARGOS E GUIAS........... (PROGRENC)"
           END-IF.
           DISPLAY "        RELATORIOS E CONSULTAS".
           IF NIVEL-OPC(14) NOT > W-NIVEL
              DISPLAY " 14 - FOLHA POR DEPARTAMENTO..... (PROGRREL)"
           END-IF.
           IF NIVEL-OPC(24) NOT > W-NIVEL
              DISPLAY " 24 - VARIACAO ENTRE COMPETENCIAS (PROGRVAR)"
           END-IF.
           IF NIVEL-OPC(26) NOT > W-NIVEL
              DISPLAY " 26 - ENQUADRAMENTO SALARIAL..... (PROGRENQ)"
           END-IF.
           IF NIVEL-OPC(15) NOT > W-NIVEL
              DISPLAY " 15 - CONSISTENCIA DA FOLHA...... (PROGRCON)"
           END-IF.
           IF NIVEL-OPC(16) NOT > W-NIVEL
              DISPLAY " 16 - FALTAS/ATESTADOS........... (PROGRFAL)"
           END-IF.
           IF NIVEL-OPC(17) NOT > W-NIVEL
              DISPLAY " 17 - INFORME DE RENDIMENTOS..... (PROGRINF)"
           END-IF.
           IF NIVEL-OPC(18) NOT > W-NIVEL
              DISPLAY " 18 - VENCIMENTO DE FERIAS....... (PROGRVEN)"
           END-IF.
           IF NIVEL-OPC(19) NOT > W-NIVEL
              DISPLAY " 19 - 13 SALARIO E FERIAS........ (PROGR13)"
           END-IF.
           IF NIVEL-OPC(38) NOT > W-NIVEL
              DISPLAY " 38 - HISTORICO/FICHA FUNCIONAL.. (PROGRMOV)"
           END-IF.
           IF NIVEL-OPC(40) NOT > W-NIVEL
              DISPLAY " 40 - PAINEL QUADRO/TURNOVER..... (PROGRQUA)"
           END-IF.
           DISPLAY "        UTILITARIOS".
           IF NIVEL-OPC(27) NOT > W-NIVEL
              DISPLAY " 27 - SALVAGUARDA/RECONSTRUCAO... (PROGRSAV)"
           END-IF.
           IF NIVEL-OPC(36) NOT > W-NIVEL
              DISPLAY " 36 - OPERADORES E PERFIS........ (PROGROPE)"
           END-IF.
           DISPLAY " 00 - ENCERRAR".
           DISPLAY "----------------------------------------------".
           DISPLAY "OPCAO DESEJADA: ".
           IF W-OPCAO = "00"
              GO TO ROT-FIM
           END-IF.
           IF W-OPCAO-NUM NUMERIC
              IF W-OPCAO-NUM > 0 AND W-OPCAO-NUM < 41
                 IF NIVEL-OPC(W-OPCAO-NUM) > W-NIVEL
                    DISPLAY "*** OPCAO " W-OPCAO " NAO LIBERADA PARA O "
                             "PERFIL " W-PERFIL " ***"
                    MOVE "OPCAO"  TO ACE-EVENTO
                    MOVE SPACES   TO ACE-DETALHE
                    STRING "OPCAO " W-OPCAO " NEGADA AO PERFIL "
                           W-PERFIL DELIMITED BY SIZE INTO ACE-DETALHE
                    PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
                    GO TO R1-MENU
                 END-IF
              END-IF
           END-IF.
           IF W-OPCAO = "36"
              MOVE "PROGROPE" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "01"
              PERFORM AVISA-FECHADA THRU AVISA-FECHADA-FIM
              IF W-CONFIRMA = "S"
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "37"
              MOVE "PROGRFEC" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "38"
              MOVE "PROGRMOV" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "40"
              MOVE "PROGRQUA" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "11"
              IF COMP-FECHADA
                 MOVE "PROGRREM" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "28"
              PERFORM AVISA-FECHADA THRU AVISA-FECHADA-FIM
              IF W-CONFIRMA = "S"
                 MOVE "PROGRRUB" TO W-MODULO
                 PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              END-IF
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "29"
              MOVE "PROGRVAL" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "30"
              PERFORM AVISA-FECHADA THRU AVISA-FECHADA-FIM
              IF W-CONFIRMA = "S"
                 MOVE "PROGRADT" TO W-MODULO
                 PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              END-IF
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "33"
              IF COMP-FECHADA
                 CONTINUE
              ELSE
                 DISPLAY "*** ATENCAO: COMPETENCIA AINDA ABERTA - "
                          "AVOS E BAIXAS PODEM ESTAR INCOMPLETOS ***"
              END-IF
              MOVE "PROGRPRV" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "34"
              MOVE "PROGRPEN" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "35"
              MOVE "PROGRENC" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "31"
              MOVE "PROGRCTR" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "32"
              PERFORM AVISA-FECHADA THRU AVISA-FECHADA-FIM
              IF W-CONFIRMA = "S"
                 MOVE "PROGRCSG" TO W-MODULO
                 PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              END-IF
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "25"
              MOVE "PROGRTAB" TO W-MODULO
              PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              END-IF
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "39"
              PERFORM AVISA-FECHADA THRU AVISA-FECHADA-FIM
              IF W-CONFIRMA = "S"
                 MOVE "PROGRAFA" TO W-MODULO
                 PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              END-IF
              GO TO R1-MENU
           END-IF.
           IF W-OPCAO = "22"
              IF COMP-FECHADA
                 CONTINUE
                 MOVE "PROGRRET" TO W-MODULO
                 PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
              ELSE
                 DISPLAY "*** COMPETENCIA ABERTA: SO HA RETORNO DO "
                          "ADIANTAMENTO (TIPO A) A PROCESSAR ***"
                 DISPLAY "CONTINUA (S/N)? "
                 ACCEPT W-CONFIRMA
                 IF W-CONFIRMA = "S" OR W-CONFIRMA = "s"
                    MOVE "PROGRRET" TO W-MODULO
                    PERFORM CHAMA-MODULO THRU CHAMA-MODULO-FIM
                 END-IF
              END-IF
              GO TO R1-MENU
           END-IF.
      * FECHAMENTO EXIGE CONFIRMACAO EXPRESSA DO OPERADOR.
       AVISA-FECHADA.
           MOVE "S" TO W-CONFIRMA
           IF COMP-FECHADA AND W-NIVEL < 3
              DISPLAY "*** A COMPETENCIA " W-COMPET " JA ESTA FECHADA "
                       "- ALTERACAO SO PELO PERFIL FECHAMENTO ***"
              MOVE "FECHADA"  TO ACE-EVENTO
              MOVE SPACES     TO ACE-DETALHE
              STRING "OPCAO " W-OPCAO " COM COMPETENCIA " W-COMPET
                     " FECHADA" DELIMITED BY SIZE INTO ACE-DETALHE
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              MOVE "N" TO W-CONFIRMA
              GO TO AVISA-FECHADA-FIM
           END-IF.
           IF COMP-FECHADA
              DISPLAY "*** A COMPETENCIA " W-COMPET " JA ESTA FECHADA "
                       "- ALTERACOES EXIGIRAO NOVO RECALCULO ***"
       AVISA-FECHADA-FIM.
           EXIT.

      *---------[ LOGIN DO OPERADOR ]-----------------------------------
      * SEM OPERFOLHA (PRIMEIRA VEZ) O ARQUIVO E CRIADO COM O OPERADOR
      * ADMIN, SENHA ADMIN, PARA O ADMINISTRADOR CADASTRAR OS DEMAIS
      * NA OPCAO 36 E TROCAR A SENHA. A CADA SENHA ERRADA O CONTADOR
      * DO OPERADOR SOBE; NO LIMITE ELE FICA BLOQUEADO ATE O
      * ADMINISTRADOR REATIVA-LO. APOS O LIMITE DE TENTATIVAS NA
      * MESMA SESSAO O MENU E ENCERRADO.
       LOGIN.
           OPEN I-O OPERFOLHA
           IF ST-OPE NOT = "00"
              IF ST-OPE = "30" OR ST-OPE = "35"
                 OPEN OUTPUT OPERFOLHA
                 MOVE "ADMIN"         TO OPE-LOGIN OPE-SENHA
                 MOVE "ADMINISTRADOR" TO OPE-NOME
                 MOVE "A"             TO OPE-PERFIL OPE-SITUACAO
                 MOVE ZEROS           TO OPE-TENTATIVAS OPE-ULTACESSO
                 WRITE REGOPER
                 CLOSE OPERFOLHA
                 OPEN I-O OPERFOLHA
                 DISPLAY "*** OPERFOLHA CRIADO COM O OPERADOR ADMIN "
                          "(SENHA ADMIN) ***"
                 DISPLAY "*** TROQUE A SENHA NA OPCAO 36 ***"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO OPERFOLHA: " ST-OPE
                 GO TO ROT-FIM
              END-IF
           END-IF.
       LOGIN-PEDE.
           IF W-TENT-SESSAO NOT < W-MAX-TENTATIVAS
              DISPLAY "*** LIMITE DE TENTATIVAS - ACESSO ENCERRADO ***"
              CLOSE OPERFOLHA
              GO TO ROT-FIM
           END-IF.
           MOVE SPACES TO W-LOGIN W-SENHA
           DISPLAY "OPERADOR: ".
           ACCEPT W-LOGIN.
           DISPLAY "SENHA...: ".
           ACCEPT W-SENHA WITH SECURE.
           INSPECT W-LOGIN CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO ACE-DETALHE
           MOVE W-LOGIN TO OPE-LOGIN
           READ OPERFOLHA
           IF ST-OPE NOT = "00"
              ADD 1 TO W-TENT-SESSAO
              DISPLAY "*** OPERADOR OU SENHA INVALIDOS ***"
              MOVE "INEXISTE" TO ACE-EVENTO
              MOVE "LOGIN NAO CADASTRADO" TO ACE-DETALHE
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              GO TO LOGIN-PEDE
           END-IF.
           IF OPE-INATIVO
              ADD 1 TO W-TENT-SESSAO
              DISPLAY "*** OPERADOR INATIVO ***"
              MOVE "INATIVO" TO ACE-EVENTO
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              GO TO LOGIN-PEDE
           END-IF.
           IF OPE-BLOQUEADO
              ADD 1 TO W-TENT-SESSAO
              DISPLAY "*** OPERADOR BLOQUEADO - PROCURE O "
                       "ADMINISTRADOR ***"
              MOVE "BLOQUEADO" TO ACE-EVENTO
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              GO TO LOGIN-PEDE
           END-IF.
           IF W-SENHA NOT = OPE-SENHA
              ADD 1 TO W-TENT-SESSAO OPE-TENTATIVAS
              MOVE "SENHA" TO ACE-EVENTO
              STRING "SENHA INVALIDA - TENTATIVA " OPE-TENTATIVAS
                     DELIMITED BY SIZE INTO ACE-DETALHE
              IF OPE-TENTATIVAS NOT < W-MAX-TENTATIVAS
                 MOVE "B" TO OPE-SITUACAO
                 MOVE "BLOQUEIO" TO ACE-EVENTO
                 MOVE "SENHA BLOQUEADA POR ERROS SEGUIDOS"
                                 TO ACE-DETALHE
                 DISPLAY "*** SENHA BLOQUEADA POR ERROS SEGUIDOS ***"
              ELSE
                 DISPLAY "*** OPERADOR OU SENHA INVALIDOS ***"
              END-IF
              REWRITE REGOPER
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              GO TO LOGIN-PEDE
           END-IF.
           MOVE ZEROS      TO OPE-TENTATIVAS
           MOVE W-DATAHOJE TO OPE-ULTACESSO
           REWRITE REGOPER
           CLOSE OPERFOLHA.
           MOVE OPE-PERFIL TO W-PERFIL
           EVALUATE TRUE
              WHEN OPE-ADMIN      MOVE 4 TO W-NIVEL
              WHEN OPE-FECHAMENTO MOVE 3 TO W-NIVEL
              WHEN OPE-DIGITACAO  MOVE 2 TO W-NIVEL
              WHEN OTHER          MOVE 1 TO W-NIVEL
           END-EVALUATE.
           DISPLAY "FOLHAOPER" UPON ENVIRONMENT-NAME
           DISPLAY W-LOGIN UPON ENVIRONMENT-VALUE
           DISPLAY "FOLHAPERFIL" UPON ENVIRONMENT-NAME
           DISPLAY W-PERFIL UPON ENVIRONMENT-VALUE.
       LOGIN-FIM.
           EXIT.

      *---------[ LOG DE ACESSOS NEGADOS ]------------------------------
      * ABERTO E FECHADO A CADA REGISTRO, POIS O PROGRREC E O PROGRSAV
      * TAMBEM GRAVAM NELE QUANDO NEGAM UM MODO AO PERFIL.
       GRAVA-ACESSO.
           OPEN EXTEND ACESFOLHA
           IF ST-ACE NOT = "00"
              OPEN OUTPUT ACESFOLHA
           END-IF.
           ACCEPT ACE-DATA FROM DATE YYYYMMDD
           ACCEPT ACE-HORA FROM TIME
           MOVE W-LOGIN TO ACE-LOGIN
           MOVE REGACE TO LINHAACE
           WRITE LINHAACE
           CLOSE ACESFOLHA.
       GRAVA-ACESSO-FIM.
           EXIT.

       CHAMA-MODULO.
           CALL W-MODULO
              ON EXCEPTION
                 DISPLAY "*** MODULO " W-MODULO " NAO DISPONIVEL ***"
           END-CALL.
           CANCEL W-MODULO.
      * O RESULTADO DOS MODULOS SO INTERESSA A CADEIA DE FECHAMENTO
           MOVE ZEROS TO RETURN-CODE.
       CHAMA-MODULO-FIM.
           EXIT.
