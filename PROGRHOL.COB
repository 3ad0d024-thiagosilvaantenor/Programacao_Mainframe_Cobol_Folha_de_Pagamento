			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
		SELECT BASEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BAS-CHAVE
			FILE STATUS IS ST-BAS.
		SELECT HOLERITE ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		   03 LAN-QTDE            PIC 9(03)V99.
		   03 LAN-VALOR           PIC 9(06)V99.

		FD BASEFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "BASEFOLHA.DAT".
		01 REGBAS.
		   03 BAS-CHAVE.
		      05 BAS-CODIGO       PIC 9(06).
		      05 BAS-COMPETENCIA  PIC 9(06).
		   03 BAS-BASEINSS        PIC 9(06)V99.
		   03 BAS-BASEIRRF        PIC 9(06)V99.
		   03 BAS-BASEFGTS        PIC 9(06)V99.

		FD HOLERITE
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "HOLERITE.LST".
       01 ST-FUN             PIC X(02) VALUE "00".
       01 ST-LAN             PIC X(02) VALUE "00".
       01 W-TEM-LANC         PIC X(01) VALUE "N".
       01 ST-BAS             PIC X(02) VALUE "00".
       01 W-TEM-BASE         PIC X(01) VALUE "N".
       01 W-HOL-BASEINSS     PIC 9(6)V99 VALUE ZEROS.
       01 W-HOL-BASEIRRF     PIC 9(6)V99 VALUE ZEROS.
       01 W-HOL-BASEFGTS     PIC 9(6)V99 VALUE ZEROS.
       01 W-HOL-FGTSMES      PIC 9(6)V99 VALUE ZEROS.
       01 W-LANC-PROV        PIC 9(6)V99 VALUE ZEROS.
       01 W-LANC-ABAT        PIC 9(6)V99 VALUE ZEROS.
       01 W-SAL-PERIODO      PIC S9(8)V99 VALUE ZEROS.
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET-SEL       PIC 9(06) VALUE ZEROS.
       01 W-CODIGO-SEL       PIC 9(06) VALUE ZEROS.
       01 W-LOTE             PIC X(01) VALUE SPACES.
       01 W-TEM-BANCO        PIC X(01) VALUE "N".
       01 W-QTDE-EMITIDOS    PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMHIST     PIC 9(06) VALUE ZEROS.
             " SALARIO LIQUIDO A RECEBER....:".
          03 FILLER      PIC X(04) VALUE SPACES.
          03 DLIQUIDO    PIC ZZZ.ZZ9,99.
       01 LIN-BASES1.
          03 FILLER      PIC X(18) VALUE " BASE CALC. INSS: ".
          03 DBASEINSS   PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(21) VALUE "    BASE CALC. IRRF: ".
          03 DBASEIRRF   PIC ZZZ.ZZ9,99.
       01 LIN-BASES2.
          03 FILLER      PIC X(18) VALUE " BASE CALC. FGTS: ".
          03 DBASEFGTS   PIC ZZZ.ZZ9,99.
          03 FILLER      PIC X(21) VALUE "    FGTS DO MES....: ".
          03 DFGTSMES    PIC ZZZ.ZZ9,99.
       01 LIN-BANCO.
          03 FILLER      PIC X(08) VALUE " BANCO: ".
          03 DBANCO      PIC 9(03).
       PROCEDURE DIVISION.
       R0.
           DISPLAY "EMISSAO DE CONTRACHEQUE POR COMPETENCIA".
           MOVE 8 TO RETURN-CODE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM LE-LOTE THRU LE-LOTE-FIM.
           IF W-LOTE = "S"
              MOVE ZEROS TO W-COMPET-SEL
           ELSE
              DISPLAY "COMPETENCIA DESEJADA (AAAAMM): "
              ACCEPT W-COMPET-SEL
           END-IF.
           IF W-COMPET-SEL = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET-SEL
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET-SEL
           END-IF.
           IF W-LOTE = "S"
              MOVE ZEROS TO W-CODIGO-SEL
           ELSE
              DISPLAY "CODIGO DO FUNCIONARIO (000000 = TODOS): "
              ACCEPT W-CODIGO-SEL
           END-IF.

           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "LANCFOLHA INDISPONIVEL - HOLERITES SAIRAO SEM "
                        "VERBAS VARIAVEIS: " ST-LAN
           END-IF.
           OPEN INPUT BASEFOLHA
           IF ST-BAS = "00"
               MOVE "S" TO W-TEM-BASE
           ELSE
               DISPLAY "BASEFOLHA INDISPONIVEL - BASES DE CALCULO "
                        "ASSUMIDAS PELO BRUTO: " ST-BAS
           END-IF.
           OPEN OUTPUT HOLERITE
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO HOLERITE.LST: " ST-ERRO2
           IF W-TEM-LANC = "S"
              CLOSE LANCFOLHA
           END-IF.
           IF W-TEM-BASE = "S"
              CLOSE BASEFOLHA
           END-IF.
           MOVE ZEROS TO RETURN-CODE.

       ROT-FIM.
           GOBACK.
              MOVE ZEROS TO W-SAL-PERIODO
           END-IF.

           PERFORM BUSCA-BASES THRU BUSCA-BASES-FIM.

           MOVE "N" TO W-TEM-BANCO
           IF ST-BAN = "00"
              MOVE CODIGO TO BAN-CODIGO
       EMITE-HOLERITE-FIM.
           EXIT.

      *---------[ BASES DE CALCULO DA COMPETENCIA ]--------------------
      * GRAVADAS NO BASEFOLHA PELO PROGRFP/PROGRREC/PROGRDIS CONFORME
      * AS INCIDENCIAS DAS RUBRICAS. COMPETENCIA CALCULADA ANTES DO
      * BASEFOLHA EXISTIR SAI COM AS BASES PELO BRUTO, COMO ERA.
       BUSCA-BASES.
           MOVE HIST-SALARIOBRUTO TO W-HOL-BASEINSS W-HOL-BASEFGTS
           MOVE ZEROS TO W-HOL-BASEIRRF
           IF HIST-INSS < HIST-SALARIOBRUTO
              SUBTRACT HIST-INSS FROM HIST-SALARIOBRUTO
                                 GIVING W-HOL-BASEIRRF
           END-IF.
           IF W-TEM-BASE = "S"
              MOVE CODIGO       TO BAS-CODIGO
              MOVE W-COMPET-SEL TO BAS-COMPETENCIA
              READ BASEFOLHA
              IF ST-BAS = "00"
                 MOVE BAS-BASEINSS TO W-HOL-BASEINSS
                 MOVE BAS-BASEIRRF TO W-HOL-BASEIRRF
                 MOVE BAS-BASEFGTS TO W-HOL-BASEFGTS
              END-IF
           END-IF.
           MULTIPLY W-HOL-BASEFGTS BY 0,08 GIVING W-HOL-FGTSMES.
       BUSCA-BASES-FIM.
           EXIT.

       BUSCA-DEPFUNC.
           MOVE SPACES TO W-TXTDEPART W-TXTFUNCAO
           MOVE DEPARTAMENTO TO DEP-CODIGO
           MOVE HIST-SALARIOLIQ TO DLIQUIDO
           MOVE LIN-LIQUIDO TO LINHAHOL
           WRITE LINHAHOL.
           MOVE W-HOL-BASEINSS TO DBASEINSS
           MOVE W-HOL-BASEIRRF TO DBASEIRRF
           MOVE LIN-BASES1 TO LINHAHOL
           WRITE LINHAHOL
           MOVE W-HOL-BASEFGTS TO DBASEFGTS
           MOVE W-HOL-FGTSMES  TO DFGTSMES
           MOVE LIN-BASES2 TO LINHAHOL
           WRITE LINHAHOL.

           IF W-TEM-BANCO = "S"
              MOVE BAN-BANCO      TO DBANCO
       IMPRIME-LANCAMENTOS-FIM.
           EXIT.

      *---------[ EXECUCAO PELA CADEIA DE FECHAMENTO (PROGRFEC) ]-------
      * COM FOLHALOTE = "S" O PROGRAMA NAO PERGUNTA NADA NA TELA E
      * DEVOLVE O RESULTADO NO RETURN-CODE (ZERO = CONCLUIDO).
       LE-LOTE.
           MOVE SPACES TO W-LOTE
           DISPLAY "FOLHALOTE" UPON ENVIRONMENT-NAME
           ACCEPT W-LOTE FROM ENVIRONMENT-VALUE.
       LE-LOTE-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
