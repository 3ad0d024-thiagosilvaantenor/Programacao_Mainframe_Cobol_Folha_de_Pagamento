		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRADT.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * FOLHA DE ADIANTAMENTO QUINZENAL (VALE DO DIA 20)  *
      * POR COMPETENCIA - CALCULA UM PERCENTUAL DO        *
      * SALARIO MENSAL DE CADA FUNCIONARIO DO CADFOLHA,   *
      * RESPEITANDO A OPCAO GRAVADA NO VALEFOLHA, GERA A  *
      * REMESSA SEPARADA REMADTO.TXT (MESMO LAYOUT DO     *
      * PROGRREM), CONTROLA O PAGAMENTO NO PAGTFOLHA COM  *
      * TIPO A, LANCA O DESCONTO DA RUBRICA 200 NO        *
      * LANCFOLHA DA COMPETENCIA E EMITE O RELATORIO POR  *
      * DEPARTAMENTO PARA A TESOURARIA (RELADT.LST)       *
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
			ACCESS MODE IS SEQUENTIAL
			RECORD KEY IS CODIGO
			FILE STATUS IS ST-ERRO.
		SELECT BANCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BAN-CODIGO
			FILE STATUS IS ST-BAN.
		SELECT VALEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS VAL-CODIGO
			FILE STATUS IS ST-VAL.
		SELECT PAGTFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PAG-CHAVE
			FILE STATUS IS ST-PAG.
		SELECT LANCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
		SELECT DEPFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DEP-CODIGO
			FILE STATUS IS ST-DEP.
		SELECT REMADTO ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		SELECT RELADT ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO3.
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

		FD BANCFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "BANCFOLHA.DAT".
		01 REGBANC.
		   03 BAN-CODIGO       PIC 9(06).
		   03 BAN-BANCO        PIC 9(03).
		   03 BAN-AGENCIA      PIC 9(05).
		   03 BAN-AGENCIADV    PIC X(01).
		   03 BAN-CONTA        PIC 9(10).
		   03 BAN-CONTADV      PIC X(01).
		   03 BAN-TIPOCONTA    PIC X(01).

		FD VALEFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "VALEFOLHA.DAT".
		01 REGVALE.
		   03 VAL-CODIGO       PIC 9(06).
		   03 VAL-RECEBE       PIC X(01).
		      88 VAL-OPTANTE   VALUE "S".
		      88 VAL-RECUSOU   VALUE "N".
		   03 VAL-PERCENTUAL   PIC 9(02)V99.

		FD PAGTFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "PAGTFOLHA.DAT".
		01 REGPAGT.
		   03 PAG-CHAVE.
		      05 PAG-CODIGO       PIC 9(06).
		      05 PAG-COMPETENCIA  PIC 9(06).
		      05 PAG-TIPOPAGTO    PIC X(01).
		         88 PAG-FOLHA     VALUE "F".
		         88 PAG-ADTO      VALUE "A".
		         88 PAG-PENSAO    VALUE "P".
		   03 PAG-STATUS          PIC X(01).
		      88 PAG-PAGO         VALUE "P".
		      88 PAG-REJEITADO    VALUE "R".
		      88 PAG-PENDENTE     VALUE "N".
		   03 PAG-VALOR           PIC 9(08)V99.
		   03 PAG-DATARETORNO     PIC 9(08).
		   03 PAG-MOTIVO          PIC X(30).

		FD LANCFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "LANCFOLHA.DAT".
		01 REGLANC.
		   03 LAN-CHAVE.
		      05 LAN-CODIGO       PIC 9(06).
		      05 LAN-COMPETENCIA  PIC 9(06).
		      05 LAN-RUBRICA      PIC 9(03).
		   03 LAN-TIPO            PIC X(01).
		      88 LAN-PROVENTO     VALUE "P".
		      88 LAN-DESCONTO     VALUE "D".
		      88 LAN-ABATEBRUTO   VALUE "A".
		   03 LAN-DESCRICAO       PIC X(20).
		   03 LAN-QTDE            PIC 9(03)V99.
		   03 LAN-VALOR           PIC 9(06)V99.

		FD DEPFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "DEPFOLHA.DAT".
		01 REGDEP.
		   03 DEP-CODIGO      PIC 9(02).
		   03 DEP-DESCRICAO   PIC X(15).
		   03 DEP-SITUACAO    PIC X(01).

		FD REMADTO
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "REMADTO.TXT".
		01 LINHAREM           PIC X(132).

		FD RELADT
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELADT.LST".
		01 LINHAREL           PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ERRO2           PIC X(02) VALUE "00".
       01 ST-ERRO3           PIC X(02) VALUE "00".
       01 ST-BAN             PIC X(02) VALUE "00".
       01 ST-VAL             PIC X(02) VALUE "00".
       01 ST-PAG             PIC X(02) VALUE "00".
       01 ST-LAN             PIC X(02) VALUE "00".
       01 ST-DEP             PIC X(02) VALUE "00".
       01 W-TEM-VALE         PIC X(01) VALUE "N".
       01 W-FIM-CAD          PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET           PIC 9(06) VALUE ZEROS.
       01 W-PERC-PADRAO      PIC 9(02)V99 VALUE ZEROS.
       01 W-PERC             PIC 9(02)V99 VALUE ZEROS.
       01 W-SAL-REF          PIC 9(08)V99 VALUE ZEROS.
       01 W-VLR-ADTO         PIC 9(06)V99 VALUE ZEROS.
       01 W-RUB-ADTO         PIC 9(03) VALUE 200.
       01 W-QTDE-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-QTDE-REMETIDOS   PIC 9(06) VALUE ZEROS.
       01 W-QTDE-RECUSOU     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-JAPAGOS     PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMBANCO    PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMSAL      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ESTORNO     PIC 9(06) VALUE ZEROS.
       01 W-TOT-REMESSA      PIC 9(8)V99 VALUE ZEROS.
       01 IND                PIC 9(02) VALUE ZEROS.

	   01 TABDEPART.
		  03 TBDEP	PIC X(15) OCCURS 10 TIMES.

       01 TAB-SUBTOTAIS.
          03 SUB-DEP OCCURS 10 TIMES.
             05 SUB-SALREF    PIC 9(8)V99 VALUE ZEROS.
             05 SUB-ADTO      PIC 9(8)V99 VALUE ZEROS.
             05 SUB-QTDE      PIC 9(05)   VALUE ZEROS.

       01 TOT-GERAL.
          03 TOT-SALREF       PIC 9(9)V99 VALUE ZEROS.
          03 TOT-ADTO         PIC 9(9)V99 VALUE ZEROS.
          03 TOT-QTDE         PIC 9(06)   VALUE ZEROS.

       01 W-LINDET.
          03 DCOD      PIC 9(06).
          03 FILLER    PIC X(01) VALUE ";".
          03 DNOME     PIC X(30).
          03 FILLER    PIC X(01) VALUE ";".
          03 DBANCO    PIC 9(03).
          03 FILLER    PIC X(01) VALUE ";".
          03 DAGENCIA  PIC 9(05).
          03 FILLER    PIC X(01) VALUE ";".
          03 DAGENCIADV PIC X(01).
          03 FILLER    PIC X(01) VALUE ";".
          03 DCONTA    PIC 9(10).
          03 FILLER    PIC X(01) VALUE ";".
          03 DCONTADV  PIC X(01).
          03 FILLER    PIC X(01) VALUE ";".
          03 DTIPOCTA  PIC X(01).
          03 FILLER    PIC X(01) VALUE ";".
          03 DVALOR    PIC 9(08)V99.

       01 LIN-CAB1.
          03 FILLER PIC X(50) VALUE
             "ADIANTAMENTO QUINZENAL (VALE) - COMPETENCIA ".
          03 CAB-COMPET PIC 9(06).
       01 LIN-CAB2.
          03 FILLER PIC X(44) VALUE
             "CODIGO NOME                           DEPTO ".
          03 FILLER PIC X(44) VALUE
             "SAL.MENSAL  PERC.     ADIANTAMENTO".
       01 LIN-DET.
          03 RDCOD     PIC ZZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDNOME    PIC X(30).
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDDEP     PIC Z9.
          03 FILLER    PIC X(03) VALUE SPACES.
          03 RDSALREF  PIC ZZZ.ZZ9,99.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 RDPERC    PIC Z9,99.
          03 FILLER    PIC X(05) VALUE SPACES.
          03 RDADTO    PIC ZZZ.ZZ9,99.

       01 LIN-SUB.
          03 FILLER    PIC X(15) VALUE "SUBTOTAL DEPTO ".
          03 SDEPCOD   PIC Z9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 SDEPNOME  PIC X(15).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 SQTDE     PIC ZZZZ9.
          03 FILLER    PIC X(06) VALUE " FUNC.".
          03 SSALREF   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(07) VALUE SPACES.
          03 SADTO     PIC ZZ.ZZZ.ZZ9,99.

       01 LIN-TOT.
          03 FILLER    PIC X(34) VALUE
             "TOTAL GERAL DO ADIANTAMENTO      ".
          03 TQTDE     PIC ZZZZZ9.
          03 FILLER    PIC X(05) VALUE " FUNC".
          03 TSALREF   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER    PIC X(07) VALUE SPACES.
          03 TADTO     PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FOLHA DE ADIANTAMENTO QUINZENAL (VALE)".
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           DISPLAY "COMPETENCIA DO ADIANTAMENTO (AAAAMM): ".
           ACCEPT W-COMPET.
           IF W-COMPET = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET
           END-IF.
           DISPLAY "PERCENTUAL PADRAO SOBRE O SALARIO (EX: 40,00): ".
           ACCEPT W-PERC-PADRAO.
           IF W-PERC-PADRAO = ZEROS OR W-PERC-PADRAO > 60
              MOVE 40 TO W-PERC-PADRAO
              DISPLAY "ASSUMIDO O PERCENTUAL PADRAO DE 40%"
           END-IF.

           PERFORM ABRE-DEP THRU ABRE-DEP-FIM.
           PERFORM CARREGA-DEP THRU CARREGA-DEP-FIM.

       R0.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFOLHA: " ST-ERRO
               CLOSE DEPFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT BANCFOLHA
           IF ST-BAN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO BANCFOLHA (rode o PROGRBAN "
                        "para cadastrar os dados bancarios): " ST-BAN
               CLOSE DEPFOLHA CADFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT REMADTO
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO REMADTO: " ST-ERRO2
               CLOSE DEPFOLHA CADFOLHA BANCFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT RELADT
           IF ST-ERRO3 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELADT: " ST-ERRO3
               CLOSE DEPFOLHA CADFOLHA BANCFOLHA REMADTO
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT VALEFOLHA
           IF ST-VAL = "00"
               MOVE "S" TO W-TEM-VALE
           ELSE
               DISPLAY "VALEFOLHA INDISPONIVEL - TODOS RECEBEM PELO "
                       "PERCENTUAL PADRAO: " ST-VAL
           END-IF.

           PERFORM ABRE-PAGTFOLHA THRU ABRE-PAGTFOLHA-FIM.
           PERFORM ABRE-LANCFOLHA THRU ABRE-LANCFOLHA-FIM.

           MOVE W-COMPET TO CAB-COMPET
           MOVE LIN-CAB1 TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB2 TO LINHAREL
           WRITE LINHAREL.

       R1-LER.
           READ CADFOLHA NEXT RECORD
               AT END MOVE "S" TO W-FIM-CAD
           END-READ.
           IF W-FIM-CAD = "S"
               GO TO R2-SUBTOTAIS
           END-IF.
           ADD 1 TO W-QTDE-LIDOS.

           MOVE W-PERC-PADRAO TO W-PERC
           IF W-TEM-VALE = "S"
              MOVE CODIGO TO VAL-CODIGO
              READ VALEFOLHA
              IF ST-VAL = "00"
                 IF VAL-RECUSOU
                    ADD 1 TO W-QTDE-RECUSOU
                    PERFORM ESTORNA-PENDENTE THRU ESTORNA-PENDENTE-FIM
                    GO TO R1-LER
                 END-IF
                 IF VAL-PERCENTUAL > ZEROS
                    MOVE VAL-PERCENTUAL TO W-PERC
                 END-IF
              END-IF
           END-IF.

      * ADIANTAMENTO JA CONFIRMADO PELO BANCO NAO E REMETIDO DE NOVO
           MOVE CODIGO   TO PAG-CODIGO
           MOVE W-COMPET TO PAG-COMPETENCIA
           MOVE "A"      TO PAG-TIPOPAGTO
           READ PAGTFOLHA
           IF ST-PAG = "00" AND PAG-PAGO
              ADD 1 TO W-QTDE-JAPAGOS
              GO TO R1-LER
           END-IF.

      * SALARIO MENSAL DE REFERENCIA, NA MESMA REGRA DO BRUTO
           IF TIPOSALARIO = "H"
              MULTIPLY SALARIOBASE BY HORASTRABALHADAS GIVING W-SAL-REF
           ELSE
              IF TIPOSALARIO = "D"
                 MULTIPLY SALARIOBASE BY DIASTRABALHADAS
                                       GIVING W-SAL-REF
              ELSE
                 MOVE SALARIOBASE TO W-SAL-REF
              END-IF
           END-IF.
           COMPUTE W-VLR-ADTO ROUNDED = W-SAL-REF * W-PERC / 100.
           IF W-VLR-ADTO = ZEROS
              ADD 1 TO W-QTDE-SEMSAL
              PERFORM ESTORNA-PENDENTE THRU ESTORNA-PENDENTE-FIM
              GO TO R1-LER
           END-IF.

           MOVE CODIGO TO BAN-CODIGO
           READ BANCFOLHA
           IF ST-BAN NOT = "00"
               ADD 1 TO W-QTDE-SEMBANCO
               DISPLAY "*** FUNCIONARIO " CODIGO " (" NOME
                       ") SEM DADOS BANCARIOS - NAO INCLUIDO NO "
                       "ADIANTAMENTO ***"
               PERFORM ESTORNA-PENDENTE THRU ESTORNA-PENDENTE-FIM
               GO TO R1-LER
           END-IF.

           ADD 1 TO W-QTDE-REMETIDOS
           ADD W-VLR-ADTO TO W-TOT-REMESSA
           MOVE CODIGO         TO DCOD
           MOVE NOME           TO DNOME
           MOVE BAN-BANCO      TO DBANCO
           MOVE BAN-AGENCIA    TO DAGENCIA
           MOVE BAN-AGENCIADV  TO DAGENCIADV
           MOVE BAN-CONTA      TO DCONTA
           MOVE BAN-CONTADV    TO DCONTADV
           MOVE BAN-TIPOCONTA  TO DTIPOCTA
           MOVE W-VLR-ADTO     TO DVALOR
           MOVE W-LINDET TO LINHAREM
           WRITE LINHAREM.

           PERFORM GRAVA-PENDENTE THRU GRAVA-PENDENTE-FIM.
           PERFORM GRAVA-DESCONTO THRU GRAVA-DESCONTO-FIM.

           MOVE CODIGO       TO RDCOD
           MOVE NOME         TO RDNOME
           MOVE DEPARTAMENTO TO RDDEP
           MOVE W-SAL-REF    TO RDSALREF
           MOVE W-PERC       TO RDPERC
           MOVE W-VLR-ADTO   TO RDADTO
           MOVE LIN-DET TO LINHAREL
           WRITE LINHAREL.

           MOVE DEPARTAMENTO TO IND
           IF IND < 1 OR IND > 10
               MOVE 1 TO IND
           END-IF.
           ADD W-SAL-REF  TO SUB-SALREF(IND) TOT-SALREF
           ADD W-VLR-ADTO TO SUB-ADTO(IND) TOT-ADTO
           ADD 1          TO SUB-QTDE(IND) TOT-QTDE

           GO TO R1-LER.

       R2-SUBTOTAIS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE 1 TO IND.
       R2-SUBTOTAIS-LOOP.
           IF IND > 10
               GO TO R3-TOTALGERAL
           END-IF.
           IF SUB-QTDE(IND) > 0
               MOVE IND              TO SDEPCOD
               MOVE TBDEP(IND)       TO SDEPNOME
               MOVE SUB-QTDE(IND)    TO SQTDE
               MOVE SUB-SALREF(IND)  TO SSALREF
               MOVE SUB-ADTO(IND)    TO SADTO
               MOVE LIN-SUB TO LINHAREL
               WRITE LINHAREL
           END-IF.
           ADD 1 TO IND
           GO TO R2-SUBTOTAIS-LOOP.

       R3-TOTALGERAL.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE TOT-QTDE    TO TQTDE
           MOVE TOT-SALREF  TO TSALREF
           MOVE TOT-ADTO    TO TADTO
           MOVE LIN-TOT TO LINHAREL
           WRITE LINHAREL.

       R9-FIM.
           DISPLAY "REMESSA DO ADIANTAMENTO GERADA EM REMADTO.TXT".
           DISPLAY "COMPETENCIA..............: " W-COMPET.
           DISPLAY "PERCENTUAL PADRAO........: " W-PERC-PADRAO.
           DISPLAY "FUNCIONARIOS LIDOS.......: " W-QTDE-LIDOS.
           DISPLAY "REMETIDOS AO BANCO.......: " W-QTDE-REMETIDOS.
           DISPLAY "NAO OPTANTES (VALEFOLHA).: " W-QTDE-RECUSOU.
           DISPLAY "JA PAGOS NA COMPETENCIA..: " W-QTDE-JAPAGOS.
           DISPLAY "SEM SALARIO BASE.........: " W-QTDE-SEMSAL.
           DISPLAY "SEM DADOS BANCARIOS......: " W-QTDE-SEMBANCO.
           DISPLAY "PENDENTES ESTORNADOS.....: " W-QTDE-ESTORNO.
           DISPLAY "VALOR TOTAL DA REMESSA...: " W-TOT-REMESSA.
           DISPLAY "RELATORIO POR DEPARTAMENTO EM RELADT.LST".

           CLOSE CADFOLHA BANCFOLHA REMADTO RELADT PAGTFOLHA
                 LANCFOLHA DEPFOLHA.
           IF W-TEM-VALE = "S"
              CLOSE VALEFOLHA
           END-IF.

       ROT-FIM.
           GOBACK.

      *---------[ ROTINA DE CATALOGO DE DEPARTAMENTO ]---------
      * MESMO CATALOGO USADO PELO PROGRREL: DEPFOLHA.DAT E CRIADO E
      * SEMEADO PELO PROGRFP, AQUI APENAS E EXIGIDO QUE JA EXISTA.
       ABRE-DEP.
           OPEN INPUT DEPFOLHA
           IF ST-DEP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DEPFOLHA (rode o "
                       "PROGRFP uma vez para cria-lo): " ST-DEP
              GO TO ROT-FIM
           END-IF.
       ABRE-DEP-FIM.
           EXIT.

       CARREGA-DEP.
           MOVE SPACES TO TABDEPART
           MOVE LOW-VALUES TO DEP-CODIGO
           START DEPFOLHA KEY IS NOT LESS THAN DEP-CODIGO
              INVALID KEY MOVE "99" TO ST-DEP
           END-START.
       CARREGA-DEP-LOOP.
           IF ST-DEP NOT = "99"
              READ DEPFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-DEP
              END-READ
           END-IF.
           IF ST-DEP = "99"
              GO TO CARREGA-DEP-FIM
           END-IF.
           IF DEP-SITUACAO = "A" AND DEP-CODIGO > 0 AND DEP-CODIGO < 11
              MOVE DEP-DESCRICAO TO TBDEP(DEP-CODIGO)
           END-IF.
           GO TO CARREGA-DEP-LOOP.
       CARREGA-DEP-FIM.
           EXIT.

      *---------[ CONTROLE DE PAGAMENTOS POR COMPETENCIA ]--------------
      * O ADIANTAMENTO FICA NO PAGTFOLHA COM TIPO A, SEPARADO DO SALARIO
      * (TIPO F) DA MESMA COMPETENCIA. O RETORNO DO BANCO E PROCESSADO
      * PELO PROGRRET INFORMANDO O TIPO A.
       ABRE-PAGTFOLHA.
           OPEN I-O PAGTFOLHA
           IF ST-PAG NOT = "00"
              IF ST-PAG = "30" OR ST-PAG = "35"
                 OPEN OUTPUT PAGTFOLHA
                 CLOSE PAGTFOLHA
                 OPEN I-O PAGTFOLHA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO PAGTFOLHA: " ST-PAG
                 CLOSE CADFOLHA BANCFOLHA REMADTO RELADT DEPFOLHA
                 IF W-TEM-VALE = "S"
                    CLOSE VALEFOLHA
                 END-IF
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-PAGTFOLHA-FIM.
           EXIT.

       GRAVA-PENDENTE.
           MOVE CODIGO       TO PAG-CODIGO
           MOVE W-COMPET     TO PAG-COMPETENCIA
           MOVE "A"          TO PAG-TIPOPAGTO
           MOVE "N"          TO PAG-STATUS
           MOVE W-VLR-ADTO   TO PAG-VALOR
           MOVE ZEROS        TO PAG-DATARETORNO
           MOVE SPACES       TO PAG-MOTIVO
           WRITE REGPAGT
              INVALID KEY
                 REWRITE REGPAGT
           END-WRITE.
       GRAVA-PENDENTE-FIM.
           EXIT.

      *---------[ DESCONTO DO ADIANTAMENTO NA FOLHA DO MES ]------------
      * O VALOR ADIANTADO ENTRA NO LANCFOLHA DA COMPETENCIA COMO
      * DESCONTO NA RUBRICA 200; O PROGRFP/PROGRREC O DESCONTAM DO
      * LIQUIDO SEM DIGITACAO NO PROGRLAN. REPROCESSAR A COMPETENCIA
      * REGRAVA O MESMO LANCAMENTO EM VEZ DE DUPLICAR.
       ABRE-LANCFOLHA.
           OPEN I-O LANCFOLHA
           IF ST-LAN NOT = "00"
              IF ST-LAN = "30" OR ST-LAN = "35"
                 OPEN OUTPUT LANCFOLHA
                 CLOSE LANCFOLHA
                 OPEN I-O LANCFOLHA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO LANCFOLHA: " ST-LAN
                 CLOSE CADFOLHA BANCFOLHA REMADTO RELADT DEPFOLHA
                       PAGTFOLHA
                 IF W-TEM-VALE = "S"
                    CLOSE VALEFOLHA
                 END-IF
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-LANCFOLHA-FIM.
           EXIT.

       GRAVA-DESCONTO.
           MOVE CODIGO         TO LAN-CODIGO
           MOVE W-COMPET       TO LAN-COMPETENCIA
           MOVE W-RUB-ADTO     TO LAN-RUBRICA
           MOVE "D"            TO LAN-TIPO
           MOVE "ADIANTAMENTO"   TO LAN-DESCRICAO
           MOVE W-PERC         TO LAN-QTDE
           MOVE W-VLR-ADTO     TO LAN-VALOR
           WRITE REGLANC
              INVALID KEY
                 REWRITE REGLANC
           END-WRITE.
       GRAVA-DESCONTO-FIM.
           EXIT.

      *---------[ ESTORNO DE ADIANTAMENTO AINDA NAO PAGO ]--------------
      * QUEM DEIXOU DE TER DIREITO ENTRE DUAS EXECUCOES DA MESMA
      * COMPETENCIA (PASSOU A NAO OPTANTE, FICOU SEM SALARIO OU SEM
      * DADOS BANCARIOS) PERDE O PENDENTE E O DESCONTO JA GRAVADOS.
      * ADIANTAMENTO CONFIRMADO PELO BANCO NUNCA E ESTORNADO AQUI.
       ESTORNA-PENDENTE.
           MOVE CODIGO   TO PAG-CODIGO
           MOVE W-COMPET TO PAG-COMPETENCIA
           MOVE "A"      TO PAG-TIPOPAGTO
           READ PAGTFOLHA
           IF ST-PAG NOT = "00"
              GO TO ESTORNA-PENDENTE-FIM
           END-IF.
           IF PAG-PAGO
              GO TO ESTORNA-PENDENTE-FIM
           END-IF.
           DELETE PAGTFOLHA RECORD.
           ADD 1 TO W-QTDE-ESTORNO
           MOVE CODIGO     TO LAN-CODIGO
           MOVE W-COMPET   TO LAN-COMPETENCIA
           MOVE W-RUB-ADTO TO LAN-RUBRICA
           DELETE LANCFOLHA RECORD
              INVALID KEY
                 MOVE "00" TO ST-LAN
           END-DELETE.
       ESTORNA-PENDENTE-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
