			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RES-CHAVE
			FILE STATUS IS ST-RES.
		SELECT BASEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BAS-CHAVE
			FILE STATUS IS ST-BAS.
		SELECT DECESOC ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		   03 RES-MULTAFGTS      PIC 9(06)V99.
		   03 RES-TOTALVERBAS    PIC 9(06)V99.

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

		FD DECESOC
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "DECESOC.TXT".
       01 ST-FGTS            PIC X(02) VALUE "00".
       01 ST-DPN             PIC X(02) VALUE "00".
       01 ST-RES             PIC X(02) VALUE "00".
       01 ST-BAS             PIC X(02) VALUE "00".
       01 W-TEM-BASE         PIC X(01) VALUE "N".
       01 W-BASE-VINC        PIC 9(06)V99 VALUE ZEROS.
       01 W-FIM-CAD          PIC X(01) VALUE "N".
       01 W-FIM-RES          PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET-SEL       PIC 9(06) VALUE ZEROS.
       01 W-LOTE             PIC X(01) VALUE SPACES.
       01 W-QTDE-VINC        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-DESLIG      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-SEMFOLHA    PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       R0.
           DISPLAY "DECLARACAO MENSAL FGTS/ESOCIAL POR COMPETENCIA".
           MOVE 8 TO RETURN-CODE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           PERFORM LE-LOTE THRU LE-LOTE-FIM.
           IF W-LOTE = "S"
              MOVE ZEROS TO W-COMPET-SEL
           ELSE
              DISPLAY "COMPETENCIA A DECLARAR (AAAAMM): "
              ACCEPT W-COMPET-SEL
           END-IF.
           IF W-COMPET-SEL = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET-SEL
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET-SEL
               DISPLAY "RESCFOLHA INDISPONIVEL - DESLIGAMENTOS NAO "
                        "SERAO DECLARADOS: " ST-RES
           END-IF.
           OPEN INPUT BASEFOLHA
           IF ST-BAS = "00"
               MOVE "S" TO W-TEM-BASE
           ELSE
               DISPLAY "BASEFOLHA INDISPONIVEL - BASE DO INSS PELO "
                        "BRUTO: " ST-BAS
           END-IF.
           OPEN OUTPUT DECESOC
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO DECESOC.TXT: " ST-ERRO2
           IF ST-RES = "00" OR ST-RES = "10"
              CLOSE RESCFOLHA
           END-IF.
           IF W-TEM-BASE = "S"
              CLOSE BASEFOLHA
           END-IF.
           MOVE ZEROS TO RETURN-CODE.

       ROT-FIM.
           GOBACK.
              MOVE "00" TO ST-FGTS
           END-IF.

      * BASE DO INSS CONFORME AS INCIDENCIAS DAS RUBRICAS, GRAVADA
      * NO BASEFOLHA PELO CALCULO; NA FALTA DELA, O BRUTO DO HISTFOLHA.
           MOVE HIST-SALARIOBRUTO TO W-BASE-VINC
           IF W-TEM-BASE = "S"
              MOVE CODIGO       TO BAS-CODIGO
              MOVE W-COMPET-SEL TO BAS-COMPETENCIA
              READ BASEFOLHA
              IF ST-BAS = "00"
                 MOVE BAS-BASEINSS TO W-BASE-VINC
              END-IF
           END-IF.
           MOVE W-BASE-VINC       TO DBASEINSS
           MOVE HIST-INSS         TO DINSS
           MOVE HIST-IMPOSTORENDA TO DIRRF
           MOVE FGTS-VALORDEPOSITO TO DFGTS
           WRITE LINHADEC.

           ADD 1 TO W-QTDE-VINC
           ADD W-BASE-VINC        TO W-TOT-BASE
           ADD HIST-INSS          TO W-TOT-INSS
           ADD HIST-IMPOSTORENDA  TO W-TOT-IRRF
           ADD FGTS-VALORDEPOSITO TO W-TOT-FGTS.
       CONTA-DEPENDENTES-FIM.
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
