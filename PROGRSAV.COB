      * DA FOLHA. MODO E: EXPORTA REGFOLHA, ALIQUOTA,     *
      * FGTSFOLHA, HISTFOLHA, OCORFOLHA, DEPENDFOLHA,     *
      * BANCFOLHA, AVOSFOLHA, RESCFOLHA, PAGTFOLHA,       *
      * LANCFOLHA, FERIFOLHA, TABFOLHA, RUBFOLHA,         *
      * BASEFOLHA, VALEFOLHA, CONSFOLHA, PROVFOLHA,       *
      * ENCFOLHA, OPERFOLHA, MOVFOLHA E AFASFOLHA PARA    *
      * COPIAS SEQUENCIAIS (.SEQ) COM CONTAGEM DE         *
      * REGISTROS E TOTAL DE CONFERENCIA NO TRAILER.      *
      * MODO I: RECRIA OS INDEXADOS A PARTIR DAS COPIAS,  *
      * CONFERINDO OS TOTAIS. RODAR O MODO E ANTES DE     *
      * CADA FECHAMENTO.                                  *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS TAB-CHAVE
			FILE STATUS IS ST-TAB.
		SELECT RUBFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RUB-CODIGO
			FILE STATUS IS ST-RUB.
		SELECT BASEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS BAS-CHAVE
			FILE STATUS IS ST-BAS.
		SELECT VALEFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS VAL-CODIGO
			FILE STATUS IS ST-VAL.
		SELECT CONSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CON-CHAVE
			FILE STATUS IS ST-CON.
		SELECT PROVFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PRV-CHAVE
			FILE STATUS IS ST-PRV.
		SELECT ENCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ENC-COMPETENCIA
			FILE STATUS IS ST-ENC.
		SELECT OPERFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OPE-LOGIN
			FILE STATUS IS ST-OPE.
		SELECT MOVFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MOV-CHAVE
			FILE STATUS IS ST-MOV.
		SELECT AFASFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AFA-CHAVE
			FILE STATUS IS ST-AFA.
		SELECT SQREG ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SREG.
		SELECT SQTAB ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-STAB.
		SELECT SQRUB ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SRUB.
		SELECT SQBAS ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SBAS.
		SELECT SQVAL ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SVAL.
		SELECT SQCON ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SCON.
		SELECT SQPRV ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SPRV.
		SELECT SQENC ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SENC.
		SELECT SQOPE ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SOPE.
		SELECT SQMOV ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SMOV.
		SELECT SQAFA ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-SAFA.
		SELECT ACESFOLHA ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ACE.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
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
		   03 TAB-TETO            PIC 9(06)V99.
		   03 TAB-REFERENCIA      PIC 9(06)V99.

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

		FD VALEFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "VALEFOLHA.DAT".
		01 REGVALE.
		   03 VAL-CODIGO       PIC 9(06).
		   03 VAL-RECEBE       PIC X(01).
		   03 VAL-PERCENTUAL   PIC 9(02)V99.

		FD CONSFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "CONSFOLHA.DAT".
		01 REGCONS.
		   03 CON-CHAVE.
		      05 CON-CODIGO       PIC 9(06).
		      05 CON-SEQ          PIC 9(02).
		   03 CON-TIPO            PIC X(01).
		   03 CON-CREDOR          PIC X(30).
		   03 CON-VLRPARCELA      PIC 9(06)V99.
		   03 CON-QTDPARCELAS     PIC 9(03).
		   03 CON-PARCPAGAS       PIC 9(03).
		   03 CON-BASEPENSAO      PIC X(01).
		   03 CON-PERCPENSAO      PIC 9(03)V99.
		   03 CON-BANCO           PIC 9(03).
		   03 CON-AGENCIA         PIC 9(05).
		   03 CON-AGENCIADV       PIC X(01).
		   03 CON-CONTA           PIC 9(10).
		   03 CON-CONTADV         PIC X(01).
		   03 CON-TIPOCONTA       PIC X(01).
		   03 CON-SITUACAO        PIC X(01).
		   03 CON-ULTCOMPET       PIC 9(06).
		   03 CON-ULTVALOR        PIC 9(06)V99.
		   03 CON-ULTSITUACAO     PIC X(01).
		   03 CON-STATPAGTO       PIC X(01).

		FD PROVFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "PROVFOLHA.DAT".
		01 REGPROV.
		   03 PRV-CHAVE.
		      05 PRV-CODIGO       PIC 9(06).
		      05 PRV-COMPETENCIA  PIC 9(06).
		   03 PRV-DEPARTAMENTO    PIC 9(02).
		   03 PRV-SALARIOBASE     PIC 9(06)V99.
		   03 PRV-AVOS13          PIC 9(02).
		   03 PRV-AVOSFERIAS      PIC 9(02).
		   03 PRV-SALDO           PIC 9(08)V99 OCCURS 5 TIMES.
		   03 PRV-CONSTITUICAO    PIC 9(08)V99.
		   03 PRV-REVERSAO        PIC 9(08)V99.
		   03 PRV-BAIXA           PIC 9(08)V99.
		   03 PRV-SITUACAO        PIC X(01).

		FD ENCFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "ENCFOLHA.DAT".
		01 REGENC.
		   03 ENC-COMPETENCIA     PIC 9(06).
		   03 ENC-PERCINSS        PIC 9(02)V99.
		   03 ENC-PERCRAT         PIC 9(01)V99.
		   03 ENC-FAP             PIC 9(01)V9999.
		   03 ENC-PERCTERC        PIC 9(02)V99.
		   03 ENC-PERCFGTS        PIC 9(02)V99.
		   03 ENC-DIAGPS          PIC 9(02).
		   03 ENC-DIADARF         PIC 9(02).
		   03 ENC-DIAFGTS         PIC 9(02).

		FD OPERFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "OPERFOLHA.DAT".
		01 REGOPER.
		   03 OPE-LOGIN           PIC X(08).
		   03 OPE-NOME            PIC X(30).
		   03 OPE-SENHA           PIC X(08).
		   03 OPE-PERFIL          PIC X(01).
		   03 OPE-SITUACAO        PIC X(01).
		   03 OPE-TENTATIVAS      PIC 9(01).
		   03 OPE-ULTACESSO       PIC 9(08).

		FD MOVFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "MOVFOLHA.DAT".
		01 REGMOV.
		   03 MOV-CHAVE.
		      05 MOV-CODIGO       PIC 9(06).
		      05 MOV-DATAVIG      PIC 9(08).
		      05 MOV-SEQ          PIC 9(03).
		   03 MOV-TIPO            PIC X(01).
		   03 MOV-NOME            PIC X(30).
		   03 MOV-DEP-ANT         PIC 9(02).
		   03 MOV-DEP-NOVO        PIC 9(02).
		   03 MOV-FUN-ANT         PIC X(01).
		   03 MOV-FUN-NOVA        PIC X(01).
		   03 MOV-TIPOSAL-ANT     PIC X(01).
		   03 MOV-TIPOSAL-NOVO    PIC X(01).
		   03 MOV-SALBASE-ANT     PIC 9(06)V99.
		   03 MOV-SALBASE-NOVO    PIC 9(06)V99.
		   03 MOV-MOTIVO          PIC X(30).
		   03 MOV-USUARIO         PIC X(08).
		   03 MOV-DATAREG         PIC 9(08).

		FD AFASFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "AFASFOLHA.DAT".
		01 REGAFA.
		   03 AFA-CHAVE.
		      05 AFA-CODIGO       PIC 9(06).
		      05 AFA-DATAINI      PIC 9(08).
		   03 AFA-TIPO            PIC X(01).
		   03 AFA-DATAPREV        PIC 9(08).
		   03 AFA-DATARET         PIC 9(08).
		   03 AFA-CID             PIC X(07).
		   03 AFA-BENEFICIO       PIC 9(10).
		   03 AFA-ULTCOMPET       PIC 9(06).
		   03 AFA-PERDAFER        PIC X(01).

		FD SQREG
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "REGFOLHA.SEQ".
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "TABFOLHA.SEQ".
		01 LINSQTAB           PIC X(100).

		FD SQRUB
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RUBFOLHA.SEQ".
		01 LINSQRUB           PIC X(100).

		FD SQBAS
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "BASEFOLHA.SEQ".
		01 LINSQBAS           PIC X(100).

		FD SQVAL
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "VALEFOLHA.SEQ".
		01 LINSQVAL           PIC X(100).

		FD SQCON
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "CONSFOLHA.SEQ".
		01 LINSQCON           PIC X(100).

		FD SQPRV
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "PROVFOLHA.SEQ".
		01 LINSQPRV           PIC X(120).

		FD SQENC
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "ENCFOLHA.SEQ".
		01 LINSQENC           PIC X(100).

		FD SQOPE
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "OPERFOLHA.SEQ".
		01 LINSQOPE           PIC X(100).

		FD SQMOV
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "MOVFOLHA.SEQ".
		01 LINSQMOV           PIC X(120).

		FD SQAFA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "AFASFOLHA.SEQ".
		01 LINSQAFA           PIC X(100).
		FD ACESFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "ACESFOLHA.DAT".
		01 LINHAACE            PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *---------[ OPERADOR DO PROGRMEN E LOG DE ACESSOS NEGADOS ]------
       01 ST-ACE             PIC X(02) VALUE "00".
       01 W-OPERADOR         PIC X(08) VALUE SPACES.
       01 W-PERFIL           PIC X(01) VALUE SPACES.
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
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ALIQ            PIC X(02) VALUE "00".
       01 ST-FGTS            PIC X(02) VALUE "00".
       01 ST-LANC            PIC X(02) VALUE "00".
       01 ST-FER             PIC X(02) VALUE "00".
       01 ST-TAB             PIC X(02) VALUE "00".
       01 ST-RUB             PIC X(02) VALUE "00".
       01 ST-BAS             PIC X(02) VALUE "00".
       01 ST-VAL             PIC X(02) VALUE "00".
       01 ST-CON             PIC X(02) VALUE "00".
       01 ST-PRV             PIC X(02) VALUE "00".
       01 ST-ENC             PIC X(02) VALUE "00".
       01 ST-OPE             PIC X(02) VALUE "00".
       01 ST-MOV             PIC X(02) VALUE "00".
       01 ST-AFA             PIC X(02) VALUE "00".
       01 ST-SREG            PIC X(02) VALUE "00".
       01 ST-SALQ            PIC X(02) VALUE "00".
       01 ST-SFGT            PIC X(02) VALUE "00".
       01 ST-SLAN            PIC X(02) VALUE "00".
       01 ST-SFER            PIC X(02) VALUE "00".
       01 ST-STAB            PIC X(02) VALUE "00".
       01 ST-SRUB            PIC X(02) VALUE "00".
       01 ST-SBAS            PIC X(02) VALUE "00".
       01 ST-SVAL            PIC X(02) VALUE "00".
       01 ST-SCON            PIC X(02) VALUE "00".
       01 ST-SPRV            PIC X(02) VALUE "00".
       01 ST-SENC            PIC X(02) VALUE "00".
       01 ST-SOPE            PIC X(02) VALUE "00".
       01 ST-SMOV            PIC X(02) VALUE "00".
       01 ST-SAFA            PIC X(02) VALUE "00".
       01 W-MODO             PIC X(01) VALUE "E".
          88 MODO-EXPORTA    VALUE "E" "e".
          88 MODO-IMPORTA    VALUE "I" "i".
       01 W-CONFIRMA         PIC X(01) VALUE SPACES.
       01 W-LOTE             PIC X(01) VALUE SPACES.
       01 W-FIM-ARQ          PIC X(01) VALUE "N".
       01 W-ACHOU-TRL        PIC X(01) VALUE "N".
       01 W-QTD-MOV          PIC 9(06) VALUE ZEROS.
       01 W-QTD-CONV         PIC 9(06) VALUE ZEROS.
       01 W-TOT-MOV          PIC 9(12)V99 VALUE ZEROS.

      * TRAILER DE CONFERENCIA GRAVADO NO FIM DE CADA COPIA .SEQ:
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "SALVAGUARDA/RECONSTRUCAO DOS ARQUIVOS DA FOLHA".
           MOVE 8 TO RETURN-CODE.
           PERFORM LE-LOTE THRU LE-LOTE-FIM.
           IF W-LOTE = "S"
              DISPLAY "CADEIA DE FECHAMENTO - MODO E (EXPORTACAO)"
              MOVE "E" TO W-MODO
           ELSE
              DISPLAY "MODO (E-EXPORTA COPIAS / I-IMPORTA E "
                       "RECONSTROI): "
              ACCEPT W-MODO
           END-IF.
           IF NOT MODO-EXPORTA AND NOT MODO-IMPORTA
              DISPLAY "OPCAO INVALIDA - ASSUMIDA EXPORTACAO"
              MOVE "E" TO W-MODO
           END-IF.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
           IF MODO-IMPORTA AND W-PERFIL NOT = SPACES
              AND W-PERFIL NOT = "A"
              DISPLAY "*** IMPORTACAO SO PELO PERFIL ADMINISTRADOR ***"
              MOVE "MODO I"   TO ACE-EVENTO
              MOVE "PROGRSAV MODO IMPORTACAO NEGADO" TO ACE-DETALHE
              PERFORM GRAVA-ACESSO THRU GRAVA-ACESSO-FIM
              GO TO ROT-FIM
           END-IF.
           IF MODO-IMPORTA
              DISPLAY "*** ATENCAO: A IMPORTACAO RECRIA OS ARQUIVOS "
                       "INDEXADOS A PARTIR DAS COPIAS .SEQ ***"
           PERFORM EXPORTA-LAN THRU EXPORTA-LAN-FIM.
           PERFORM EXPORTA-FER THRU EXPORTA-FER-FIM.
           PERFORM EXPORTA-TAB THRU EXPORTA-TAB-FIM.
           PERFORM EXPORTA-RUB THRU EXPORTA-RUB-FIM.
           PERFORM EXPORTA-BAS THRU EXPORTA-BAS-FIM.
           PERFORM EXPORTA-VAL THRU EXPORTA-VAL-FIM.
           PERFORM EXPORTA-CON THRU EXPORTA-CON-FIM.
           PERFORM EXPORTA-PRV THRU EXPORTA-PRV-FIM.
           PERFORM EXPORTA-ENC THRU EXPORTA-ENC-FIM.
           PERFORM EXPORTA-OPE THRU EXPORTA-OPE-FIM.
           PERFORM EXPORTA-MOV THRU EXPORTA-MOV-FIM.
           PERFORM EXPORTA-AFA THRU EXPORTA-AFA-FIM.
           DISPLAY "EXPORTACAO CONCLUIDA - GUARDE AS COPIAS .SEQ".
           MOVE ZEROS TO RETURN-CODE.
           GO TO ROT-FIM.

       R2-IMPORTA.
           PERFORM IMPORTA-LAN THRU IMPORTA-LAN-FIM.
           PERFORM IMPORTA-FER THRU IMPORTA-FER-FIM.
           PERFORM IMPORTA-TAB THRU IMPORTA-TAB-FIM.
           PERFORM IMPORTA-RUB THRU IMPORTA-RUB-FIM.
           PERFORM IMPORTA-BAS THRU IMPORTA-BAS-FIM.
           PERFORM IMPORTA-VAL THRU IMPORTA-VAL-FIM.
           PERFORM IMPORTA-CON THRU IMPORTA-CON-FIM.
           PERFORM IMPORTA-PRV THRU IMPORTA-PRV-FIM.
           PERFORM IMPORTA-ENC THRU IMPORTA-ENC-FIM.
           PERFORM IMPORTA-OPE THRU IMPORTA-OPE-FIM.
           PERFORM IMPORTA-MOV THRU IMPORTA-MOV-FIM.
           PERFORM IMPORTA-AFA THRU IMPORTA-AFA-FIM.
           DISPLAY "IMPORTACAO CONCLUIDA - CONFIRA AS MENSAGENS ACIMA".
           MOVE ZEROS TO RETURN-CODE.
           GO TO ROT-FIM.

       ROT-FIM.
       EXPORTA-TAB-FIM.
           EXIT.

       EXPORTA-RUB.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT RUBFOLHA
           IF ST-RUB NOT = "00"
              DISPLAY "RUBFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-RUB
              GO TO EXPORTA-RUB-FIM
           END-IF.
           OPEN OUTPUT SQRUB.
       EXPORTA-RUB-LOOP.
           READ RUBFOLHA NEXT RECORD
              AT END GO TO EXPORTA-RUB-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD RUB-CODIGO TO W-TOT-MOV
           MOVE REGRUB TO LINSQRUB
           WRITE LINSQRUB.
           GO TO EXPORTA-RUB-LOOP.
       EXPORTA-RUB-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQRUB
           WRITE LINSQRUB
           CLOSE RUBFOLHA SQRUB
           DISPLAY "RUBFOLHA.SEQ....: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-RUB-FIM.
           EXIT.

       EXPORTA-BAS.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT BASEFOLHA
           IF ST-BAS NOT = "00"
              DISPLAY "BASEFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-BAS
              GO TO EXPORTA-BAS-FIM
           END-IF.
           OPEN OUTPUT SQBAS.
       EXPORTA-BAS-LOOP.
           READ BASEFOLHA NEXT RECORD
              AT END GO TO EXPORTA-BAS-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD BAS-BASEINSS TO W-TOT-MOV
           MOVE REGBAS TO LINSQBAS
           WRITE LINSQBAS.
           GO TO EXPORTA-BAS-LOOP.
       EXPORTA-BAS-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQBAS
           WRITE LINSQBAS
           CLOSE BASEFOLHA SQBAS
           DISPLAY "BASEFOLHA.SEQ...: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-BAS-FIM.
           EXIT.

       EXPORTA-VAL.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT VALEFOLHA
           IF ST-VAL NOT = "00"
              DISPLAY "VALEFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-VAL
              GO TO EXPORTA-VAL-FIM
           END-IF.
           OPEN OUTPUT SQVAL.
       EXPORTA-VAL-LOOP.
           READ VALEFOLHA NEXT RECORD
              AT END GO TO EXPORTA-VAL-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD VAL-PERCENTUAL TO W-TOT-MOV
           MOVE REGVALE TO LINSQVAL
           WRITE LINSQVAL.
           GO TO EXPORTA-VAL-LOOP.
       EXPORTA-VAL-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQVAL
           WRITE LINSQVAL
           CLOSE VALEFOLHA SQVAL
           DISPLAY "VALEFOLHA.SEQ...: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-VAL-FIM.
           EXIT.

       EXPORTA-CON.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT CONSFOLHA
           IF ST-CON NOT = "00"
              DISPLAY "CONSFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-CON
              GO TO EXPORTA-CON-FIM
           END-IF.
           OPEN OUTPUT SQCON.
       EXPORTA-CON-LOOP.
           READ CONSFOLHA NEXT RECORD
              AT END GO TO EXPORTA-CON-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD CON-VLRPARCELA TO W-TOT-MOV
           MOVE REGCONS TO LINSQCON
           WRITE LINSQCON.
           GO TO EXPORTA-CON-LOOP.
       EXPORTA-CON-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQCON
           WRITE LINSQCON
           CLOSE CONSFOLHA SQCON
           DISPLAY "CONSFOLHA.SEQ...: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-CON-FIM.
           EXIT.

       EXPORTA-PRV.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT PROVFOLHA
           IF ST-PRV NOT = "00"
              DISPLAY "PROVFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-PRV
              GO TO EXPORTA-PRV-FIM
           END-IF.
           OPEN OUTPUT SQPRV.
       EXPORTA-PRV-LOOP.
           READ PROVFOLHA NEXT RECORD
              AT END GO TO EXPORTA-PRV-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD PRV-SALARIOBASE TO W-TOT-MOV
           MOVE REGPROV TO LINSQPRV
           WRITE LINSQPRV.
           GO TO EXPORTA-PRV-LOOP.
       EXPORTA-PRV-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQPRV
           WRITE LINSQPRV
           CLOSE PROVFOLHA SQPRV
           DISPLAY "PROVFOLHA.SEQ...: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-PRV-FIM.
           EXIT.

       EXPORTA-ENC.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT ENCFOLHA
           IF ST-ENC NOT = "00"
              DISPLAY "ENCFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-ENC
              GO TO EXPORTA-ENC-FIM
           END-IF.
           OPEN OUTPUT SQENC.
       EXPORTA-ENC-LOOP.
           READ ENCFOLHA NEXT RECORD
              AT END GO TO EXPORTA-ENC-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD ENC-PERCINSS TO W-TOT-MOV
           MOVE REGENC TO LINSQENC
           WRITE LINSQENC.
           GO TO EXPORTA-ENC-LOOP.
       EXPORTA-ENC-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQENC
           WRITE LINSQENC
           CLOSE ENCFOLHA SQENC
           DISPLAY "ENCFOLHA.SEQ....: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-ENC-FIM.
           EXIT.

       EXPORTA-OPE.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT OPERFOLHA
           IF ST-OPE NOT = "00"
              DISPLAY "OPERFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-OPE
              GO TO EXPORTA-OPE-FIM
           END-IF.
           OPEN OUTPUT SQOPE.
       EXPORTA-OPE-LOOP.
           READ OPERFOLHA NEXT RECORD
              AT END GO TO EXPORTA-OPE-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD OPE-TENTATIVAS TO W-TOT-MOV
           MOVE REGOPER TO LINSQOPE
           WRITE LINSQOPE.
           GO TO EXPORTA-OPE-LOOP.
       EXPORTA-OPE-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQOPE
           WRITE LINSQOPE
           CLOSE OPERFOLHA SQOPE
           DISPLAY "OPERFOLHA.SEQ...: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-OPE-FIM.
           EXIT.

       EXPORTA-MOV.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT MOVFOLHA
           IF ST-MOV NOT = "00"
              DISPLAY "MOVFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-MOV
              GO TO EXPORTA-MOV-FIM
           END-IF.
           OPEN OUTPUT SQMOV.
       EXPORTA-MOV-LOOP.
           READ MOVFOLHA NEXT RECORD
              AT END GO TO EXPORTA-MOV-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD MOV-SALBASE-NOVO TO W-TOT-MOV
           MOVE REGMOV TO LINSQMOV
           WRITE LINSQMOV.
           GO TO EXPORTA-MOV-LOOP.
       EXPORTA-MOV-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQMOV
           WRITE LINSQMOV
           CLOSE MOVFOLHA SQMOV
           DISPLAY "MOVFOLHA.SEQ....: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-MOV-FIM.
           EXIT.

       EXPORTA-AFA.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           OPEN INPUT AFASFOLHA
           IF ST-AFA NOT = "00"
              DISPLAY "AFASFOLHA.DAT INDISPONIVEL - NAO EXPORTADO: "
                       ST-AFA
              GO TO EXPORTA-AFA-FIM
           END-IF.
           OPEN OUTPUT SQAFA.
       EXPORTA-AFA-LOOP.
           READ AFASFOLHA NEXT RECORD
              AT END GO TO EXPORTA-AFA-TRL
           END-READ.
           ADD 1 TO W-QTD-MOV
           ADD AFA-DATAINI TO W-TOT-MOV
           MOVE REGAFA TO LINSQAFA
           WRITE LINSQAFA.
           GO TO EXPORTA-AFA-LOOP.
       EXPORTA-AFA-TRL.
           MOVE W-QTD-MOV TO TRL-QTDE
           MOVE W-TOT-MOV TO TRL-TOTAL
           MOVE W-TRAILER TO LINSQAFA
           WRITE LINSQAFA
           CLOSE AFASFOLHA SQAFA
           DISPLAY "AFASFOLHA.SEQ...: " W-QTD-MOV " REG  TOTAL "
                    W-TOT-MOV.
       EXPORTA-AFA-FIM.
           EXIT.

      *---------[ IMPORTACAO - RECONSTRUCAO DOS INDEXADOS ]-------------
      * AS COPIAS SAO GRAVADAS NA ORDEM DA CHAVE, ENTAO O WRITE
      * SEQUENCIAL SOBRE O ARQUIVO ABERTO EM OUTPUT RECONSTROI O
       IMPORTA-RES-FIM.
           EXIT.

      * O PAGTFOLHA.SEQ EXPORTADO ANTES DO TIPO DE PAGAMENTO ENTRAR
      * NA CHAVE TEM O STATUS LOGO APOS A COMPETENCIA (BYTE 13) E O
      * VALOR A PARTIR DO BYTE 14. NO LAYOUT ATUAL O BYTE 14 E O STATUS
      * (LETRA); SENDO NUMERICO A LINHA E DO LAYOUT ANTIGO E RECEBE O
      * TIPO "F" (FOLHA) DEPOIS DOS 12 BYTES DA CHAVE ANTIGA.
       IMPORTA-PAG.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV W-QTD-CONV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQPAG
           IF ST-SPAG NOT = "00"
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-PAG-LOOP
           END-IF.
           IF LINSQPAG(14:1) NUMERIC
              MOVE SPACES          TO REGPAGT
              MOVE LINSQPAG(1:12)  TO REGPAGT(1:12)
              MOVE "F"             TO PAG-TIPOPAGTO
              MOVE LINSQPAG(13:49) TO REGPAGT(14:49)
              ADD 1 TO W-QTD-CONV
           ELSE
              MOVE LINSQPAG TO REGPAGT
           END-IF.
           ADD 1 TO W-QTD-MOV
           ADD PAG-VALOR TO W-TOT-MOV
           WRITE REGPAGT
           GO TO IMPORTA-PAG-LOOP.
       IMPORTA-PAG-TRL.
           CLOSE PAGTFOLHA SQPAG
           IF W-QTD-CONV > ZEROS
              DISPLAY "PAGTFOLHA.SEQ NO LAYOUT ANTIGO: " W-QTD-CONV
                       " REG CONVERTIDOS COM TIPO F (FOLHA)"
           END-IF.
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-PAG-FIM.
           EXIT.
       IMPORTA-TAB-FIM.
           EXIT.

       IMPORTA-RUB.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQRUB
           IF ST-SRUB NOT = "00"
              DISPLAY "RUBFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SRUB
              GO TO IMPORTA-RUB-FIM
           END-IF.
           OPEN OUTPUT RUBFOLHA.
       IMPORTA-RUB-LOOP.
           READ SQRUB
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-RUB-TRL
           END-IF.
           IF LINSQRUB(1:6) = "TOTAL;"
              MOVE LINSQRUB TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-RUB-LOOP
           END-IF.
           MOVE LINSQRUB TO REGRUB
           ADD 1 TO W-QTD-MOV
           ADD RUB-CODIGO TO W-TOT-MOV
           WRITE REGRUB
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO RUBFOLHA: "
                          RUB-CODIGO
           END-WRITE.
           GO TO IMPORTA-RUB-LOOP.
       IMPORTA-RUB-TRL.
           CLOSE RUBFOLHA SQRUB
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-RUB-FIM.
           EXIT.

       IMPORTA-BAS.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQBAS
           IF ST-SBAS NOT = "00"
              DISPLAY "BASEFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SBAS
              GO TO IMPORTA-BAS-FIM
           END-IF.
           OPEN OUTPUT BASEFOLHA.
       IMPORTA-BAS-LOOP.
           READ SQBAS
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-BAS-TRL
           END-IF.
           IF LINSQBAS(1:6) = "TOTAL;"
              MOVE LINSQBAS TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-BAS-LOOP
           END-IF.
           MOVE LINSQBAS TO REGBAS
           ADD 1 TO W-QTD-MOV
           ADD BAS-BASEINSS TO W-TOT-MOV
           WRITE REGBAS
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO BASEFOLHA: "
                          BAS-CHAVE
           END-WRITE.
           GO TO IMPORTA-BAS-LOOP.
       IMPORTA-BAS-TRL.
           CLOSE BASEFOLHA SQBAS
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-BAS-FIM.
           EXIT.

       IMPORTA-VAL.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQVAL
           IF ST-SVAL NOT = "00"
              DISPLAY "VALEFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SVAL
              GO TO IMPORTA-VAL-FIM
           END-IF.
           OPEN OUTPUT VALEFOLHA.
       IMPORTA-VAL-LOOP.
           READ SQVAL
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-VAL-TRL
           END-IF.
           IF LINSQVAL(1:6) = "TOTAL;"
              MOVE LINSQVAL TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-VAL-LOOP
           END-IF.
           MOVE LINSQVAL TO REGVALE
           ADD 1 TO W-QTD-MOV
           ADD VAL-PERCENTUAL TO W-TOT-MOV
           WRITE REGVALE
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO VALEFOLHA: "
                          VAL-CODIGO
           END-WRITE.
           GO TO IMPORTA-VAL-LOOP.
       IMPORTA-VAL-TRL.
           CLOSE VALEFOLHA SQVAL
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-VAL-FIM.
           EXIT.

       IMPORTA-CON.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQCON
           IF ST-SCON NOT = "00"
              DISPLAY "CONSFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SCON
              GO TO IMPORTA-CON-FIM
           END-IF.
           OPEN OUTPUT CONSFOLHA.
       IMPORTA-CON-LOOP.
           READ SQCON
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-CON-TRL
           END-IF.
           IF LINSQCON(1:6) = "TOTAL;"
              MOVE LINSQCON TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-CON-LOOP
           END-IF.
           MOVE LINSQCON TO REGCONS
           ADD 1 TO W-QTD-MOV
           ADD CON-VLRPARCELA TO W-TOT-MOV
           WRITE REGCONS
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO CONSFOLHA: "
                          CON-CHAVE
           END-WRITE.
           GO TO IMPORTA-CON-LOOP.
       IMPORTA-CON-TRL.
           CLOSE CONSFOLHA SQCON
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-CON-FIM.
           EXIT.

       IMPORTA-PRV.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQPRV
           IF ST-SPRV NOT = "00"
              DISPLAY "PROVFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SPRV
              GO TO IMPORTA-PRV-FIM
           END-IF.
           OPEN OUTPUT PROVFOLHA.
       IMPORTA-PRV-LOOP.
           READ SQPRV
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-PRV-TRL
           END-IF.
           IF LINSQPRV(1:6) = "TOTAL;"
              MOVE LINSQPRV TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-PRV-LOOP
           END-IF.
           MOVE LINSQPRV TO REGPROV
           ADD 1 TO W-QTD-MOV
           ADD PRV-SALARIOBASE TO W-TOT-MOV
           WRITE REGPROV
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO PROVFOLHA: "
                          PRV-CHAVE
           END-WRITE.
           GO TO IMPORTA-PRV-LOOP.
       IMPORTA-PRV-TRL.
           CLOSE PROVFOLHA SQPRV
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-PRV-FIM.
           EXIT.

       IMPORTA-ENC.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQENC
           IF ST-SENC NOT = "00"
              DISPLAY "ENCFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SENC
              GO TO IMPORTA-ENC-FIM
           END-IF.
           OPEN OUTPUT ENCFOLHA.
       IMPORTA-ENC-LOOP.
           READ SQENC
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-ENC-TRL
           END-IF.
           IF LINSQENC(1:6) = "TOTAL;"
              MOVE LINSQENC TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-ENC-LOOP
           END-IF.
           MOVE LINSQENC TO REGENC
           ADD 1 TO W-QTD-MOV
           ADD ENC-PERCINSS TO W-TOT-MOV
           WRITE REGENC
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO ENCFOLHA: "
                          ENC-COMPETENCIA
           END-WRITE.
           GO TO IMPORTA-ENC-LOOP.
       IMPORTA-ENC-TRL.
           CLOSE ENCFOLHA SQENC
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-ENC-FIM.
           EXIT.

       IMPORTA-OPE.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQOPE
           IF ST-SOPE NOT = "00"
              DISPLAY "OPERFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SOPE
              GO TO IMPORTA-OPE-FIM
           END-IF.
           OPEN OUTPUT OPERFOLHA.
       IMPORTA-OPE-LOOP.
           READ SQOPE
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-OPE-TRL
           END-IF.
           IF LINSQOPE(1:6) = "TOTAL;"
              MOVE LINSQOPE TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-OPE-LOOP
           END-IF.
           MOVE LINSQOPE TO REGOPER
           ADD 1 TO W-QTD-MOV
           ADD OPE-TENTATIVAS TO W-TOT-MOV
           WRITE REGOPER
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO OPERFOLHA: "
                          OPE-LOGIN
           END-WRITE.
           GO TO IMPORTA-OPE-LOOP.
       IMPORTA-OPE-TRL.
           CLOSE OPERFOLHA SQOPE
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-OPE-FIM.
           EXIT.

       IMPORTA-MOV.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQMOV
           IF ST-SMOV NOT = "00"
              DISPLAY "MOVFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SMOV
              GO TO IMPORTA-MOV-FIM
           END-IF.
           OPEN OUTPUT MOVFOLHA.
       IMPORTA-MOV-LOOP.
           READ SQMOV
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-MOV-TRL
           END-IF.
           IF LINSQMOV(1:6) = "TOTAL;"
              MOVE LINSQMOV TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-MOV-LOOP
           END-IF.
           MOVE LINSQMOV TO REGMOV
           ADD 1 TO W-QTD-MOV
           ADD MOV-SALBASE-NOVO TO W-TOT-MOV
           WRITE REGMOV
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO MOVFOLHA: "
                          MOV-CHAVE
           END-WRITE.
           GO TO IMPORTA-MOV-LOOP.
       IMPORTA-MOV-TRL.
           CLOSE MOVFOLHA SQMOV
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-MOV-FIM.
           EXIT.

       IMPORTA-AFA.
           MOVE ZEROS TO W-QTD-MOV W-TOT-MOV
           MOVE "N" TO W-ACHOU-TRL W-FIM-ARQ
           OPEN INPUT SQAFA
           IF ST-SAFA NOT = "00"
              DISPLAY "AFASFOLHA.SEQ INDISPONIVEL - NAO IMPORTADO: "
                       ST-SAFA
              GO TO IMPORTA-AFA-FIM
           END-IF.
           OPEN OUTPUT AFASFOLHA.
       IMPORTA-AFA-LOOP.
           READ SQAFA
              AT END MOVE "S" TO W-FIM-ARQ
           END-READ.
           IF W-FIM-ARQ = "S"
              GO TO IMPORTA-AFA-TRL
           END-IF.
           IF LINSQAFA(1:6) = "TOTAL;"
              MOVE LINSQAFA TO W-TRAILER-IN
              MOVE "S" TO W-ACHOU-TRL
              GO TO IMPORTA-AFA-LOOP
           END-IF.
           MOVE LINSQAFA TO REGAFA
           ADD 1 TO W-QTD-MOV
           ADD AFA-DATAINI TO W-TOT-MOV
           WRITE REGAFA
              INVALID KEY
                 DISPLAY "CHAVE INVALIDA/DUPLICADA NO AFASFOLHA: "
                          AFA-CHAVE
           END-WRITE.
           GO TO IMPORTA-AFA-LOOP.
       IMPORTA-AFA-TRL.
           CLOSE AFASFOLHA SQAFA
           PERFORM CONFERE-TRAILER THRU CONFERE-TRAILER-FIM.
       IMPORTA-AFA-FIM.
           EXIT.

       CONFERE-TRAILER.
           IF W-ACHOU-TRL NOT = "S"
              DISPLAY "*** COPIA SEM TRAILER DE TOTAIS - CONFERENCIA "
       CONFERE-TRAILER-FIM.
           EXIT.

      *---------[ OPERADOR E PERFIL REPASSADOS PELO PROGRMEN ]----------
      * FORA DO MENU AS VARIAVEIS FICAM EM BRANCO E O PROGRAMA SEGUE
      * COMO ANTES (EXECUCAO DIRETA PELO RESPONSAVEL DO SISTEMA).
       LE-OPERADOR.
           DISPLAY "FOLHAOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE
           DISPLAY "FOLHAPERFIL" UPON ENVIRONMENT-NAME
           ACCEPT W-PERFIL FROM ENVIRONMENT-VALUE.
       LE-OPERADOR-FIM.
           EXIT.

       GRAVA-ACESSO.
           OPEN EXTEND ACESFOLHA
           IF ST-ACE NOT = "00"
              OPEN OUTPUT ACESFOLHA
           END-IF.
           ACCEPT ACE-DATA FROM DATE YYYYMMDD
           ACCEPT ACE-HORA FROM TIME
           MOVE W-OPERADOR TO ACE-LOGIN
           MOVE REGACE TO LINHAACE
           WRITE LINHAACE
           CLOSE ACESFOLHA.
       GRAVA-ACESSO-FIM.
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
      *    22 = REGISTRO JA CADASTRADO
