		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRMOV.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * HISTORICO FUNCIONAL: CONSULTA NA TELA E FICHA     *
      * FUNCIONAL IMPRESSA (FICHAFUN.LST) POR CODIGO, COM *
      * A TRAJETORIA GRAVADA NO MOVFOLHA.DAT (ADMISSAO,   *
      * PROMOCAO, TRANSFERENCIA, REAJUSTE INDIVIDUAL E    *
      * DISSIDIO) PELO PROGRFP E PELO PROGRDIS, OS DADOS  *
      * ATUAIS DO CADFOLHA E OS DESLIGAMENTOS DO          *
      * RESCFOLHA. A FICHA SAI DE UM CODIGO SO OU DE      *
      * TODOS OS ATIVOS (CODIGO = 000000)                 *
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
		SELECT MOVFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS MOV-CHAVE
			FILE STATUS IS ST-MOV.
		SELECT RESCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RES-CHAVE
			FILE STATUS IS ST-RES.
		SELECT DEPFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS DEP-CODIGO
			FILE STATUS IS ST-DEP.
		SELECT FUNFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS FUN-CODIGO
			FILE STATUS IS ST-FUN.
		SELECT FICHAFUN ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
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

		FD MOVFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "MOVFOLHA.DAT".
		01 REGMOV.
		   03 MOV-CHAVE.
		      05 MOV-CODIGO       PIC 9(06).
		      05 MOV-DATAVIG      PIC 9(08).
		      05 MOV-SEQ          PIC 9(03).
		   03 MOV-TIPO            PIC X(01).
		      88 MOV-ADMISSAO     VALUE "A".
		      88 MOV-PROMOCAO     VALUE "P".
		      88 MOV-TRANSFERENCIA VALUE "T".
		      88 MOV-REAJUSTE     VALUE "R".
		      88 MOV-DISSIDIO     VALUE "D".
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

		FD RESCFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RESCFOLHA.DAT".
		01 REGRESC.
		   03 RES-CHAVE.
		      05 RES-CODIGO      PIC 9(06).
		      05 RES-DATARESC    PIC 9(08).
		   03 RES-NOME           PIC X(30).
		   03 RES-SALARIOBASE    PIC 9(06)V99.
		   03 RES-SALARIOBRUTO   PIC 9(06)V99.
		   03 RES-SALDOSALARIO   PIC 9(06)V99.
		   03 RES-AVISOPREVIO    PIC 9(06)V99.
		   03 RES-MULTAFGTS      PIC 9(06)V99.
		   03 RES-TOTALVERBAS    PIC 9(06)V99.

		FD DEPFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "DEPFOLHA.DAT".
		01 REGDEP.
		   03 DEP-CODIGO      PIC 9(02).
		   03 DEP-DESCRICAO   PIC X(15).
		   03 DEP-SITUACAO    PIC X(01).

		FD FUNFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "FUNFOLHA.DAT".
		01 REGFUNC.
		   03 FUN-CODIGO      PIC X(01).
		   03 FUN-DESCRICAO   PIC X(30).
		   03 FUN-SITUACAO    PIC X(01).

		FD FICHAFUN
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "FICHAFUN.LST".
		01 LINHAFIC           PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ERRO2           PIC X(02) VALUE "00".
       01 ST-MOV             PIC X(02) VALUE "00".
       01 ST-RES             PIC X(02) VALUE "00".
       01 ST-DEP             PIC X(02) VALUE "00".
       01 ST-FUN             PIC X(02) VALUE "00".
       01 W-TEM-RESC         PIC X(01) VALUE "N".
       01 W-TEM-DEP          PIC X(01) VALUE "N".
       01 W-TEM-FUN          PIC X(01) VALUE "N".
       01 W-FIM-CAD          PIC X(01) VALUE "N".
       01 W-MODO             PIC X(01) VALUE SPACES.
       01 W-CODIGO-SEL       PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-QTDE-FICHAS      PIC 9(06) VALUE ZEROS.
       01 W-QTDE-MOV         PIC 9(03) VALUE ZEROS.
       01 W-QTDE-DESL        PIC 9(03) VALUE ZEROS.

      *---------[ DADOS DO FUNCIONARIO DA FICHA ]---------
       01 W-ATIVO            PIC X(01) VALUE "N".
       01 W-NOME-FIC         PIC X(30) VALUE SPACES.
       01 W-SITUACAO         PIC X(20) VALUE SPACES.
       01 W-DATA-ADM         PIC 9(08) VALUE ZEROS.
       01 W-DATA-DESL        PIC 9(08) VALUE ZEROS.
       01 W-BUSCA-DEP        PIC 9(02) VALUE ZEROS.
       01 W-BUSCA-FUN        PIC X(01) VALUE SPACES.
       01 W-TXTDEPART        PIC X(15) VALUE SPACES.
       01 W-TXTFUNCAO        PIC X(30) VALUE SPACES.
       01 W-TXTTIPO          PIC X(13) VALUE SPACES.
       01 W-VAR-PERC         PIC S9(03)V99 VALUE ZEROS.
       01 W-DATA-ED.
          03 W-DATA-ED-DIA   PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DATA-ED-MES   PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DATA-ED-ANO   PIC 9(04).
       01 W-DATA-NUM         PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD REDEFINES W-DATA-NUM.
          03 W-DATA-ANO      PIC 9(04).
          03 W-DATA-MES      PIC 9(02).
          03 W-DATA-DIA      PIC 9(02).
       01 W-DEP-TXT.
          03 W-DEP-TXT-COD   PIC 9(02).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 W-DEP-TXT-DESC  PIC X(09).
       01 W-FUN-TXT.
          03 W-FUN-TXT-COD   PIC X(01).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 W-FUN-TXT-DESC  PIC X(10).

      *---------[ CONSULTA NA TELA ]---------
       01 LIN-CONS-CAB.
          03 FILLER PIC X(39) VALUE
             "VIGENCIA   MOVIMENTACAO  DEPTO FUN TS ".
          03 FILLER PIC X(39) VALUE
             "SAL.ANTER.   SAL.NOVO MOTIVO".
       01 LIN-CONS.
          03 CVIG       PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CTIPO      PIC X(13).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CDEP-ANT   PIC X(02).
          03 FILLER     PIC X(01) VALUE ">".
          03 CDEP-NOVO  PIC X(02).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CFUN-ANT   PIC X(01).
          03 FILLER     PIC X(01) VALUE ">".
          03 CFUN-NOVA  PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CTS-ANT    PIC X(01).
          03 FILLER     PIC X(01) VALUE ">".
          03 CTS-NOVO   PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CSAL-ANT   PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CSAL-NOVO  PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 CMOTIVO    PIC X(18).

      *---------[ FICHA FUNCIONAL IMPRESSA ]---------
       01 LIN-TRACO.
          03 FILLER PIC X(132) VALUE ALL "=".
       01 LIN-TRACO2.
          03 FILLER PIC X(132) VALUE ALL "-".
       01 LIN-CAB1.
          03 FILLER PIC X(100) VALUE
             " FICHA FUNCIONAL - HISTORICO DO FUNCIONARIO".
          03 FILLER PIC X(12) VALUE "EMITIDA EM: ".
          03 CAB-EMISSAO PIC X(10).
       01 LIN-FIC1.
          03 FILLER    PIC X(09) VALUE " CODIGO: ".
          03 FCOD      PIC 9(06).
          03 FILLER    PIC X(08) VALUE "  NOME: ".
          03 FNOME     PIC X(30).
          03 FILLER    PIC X(12) VALUE "  SITUACAO: ".
          03 FSITUACAO PIC X(20).
          03 FILLER    PIC X(12) VALUE "  ADMISSAO: ".
          03 FADMISSAO PIC X(14).
       01 LIN-FIC2.
          03 FILLER    PIC X(15) VALUE " DEPARTAMENTO: ".
          03 FDEPCOD   PIC 9(02).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 FDEPTO    PIC X(15).
          03 FILLER    PIC X(10) VALUE "  FUNCAO: ".
          03 FFUNCOD   PIC X(01).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 FFUNCAO   PIC X(30).
       01 LIN-FIC3.
          03 FILLER    PIC X(15) VALUE " TIPO SALARIO: ".
          03 FTIPOSAL  PIC X(01).
          03 FILLER    PIC X(18) VALUE "   SALARIO BASE: ".
          03 FSALBASE  PIC ZZZ.ZZ9,99.
          03 FILLER    PIC X(14) VALUE "   DEPENDENTES".
          03 FILLER    PIC X(08) VALUE " (IRRF):".
          03 FFILHOS   PIC ZZ9.
       01 LIN-TRAJ.
          03 FILLER PIC X(40) VALUE
             " TRAJETORIA FUNCIONAL".
       01 LIN-MOV-CAB.
          03 FILLER PIC X(54) VALUE
             " VIGENCIA   MOVIMENTACAO  DEPTO ANT.   DEPTO NOVO     ".
          03 FILLER PIC X(32) VALUE
             "FUNCAO ANT.  FUNCAO NOVA   TS   ".
          03 FILLER PIC X(46) VALUE
             "SAL.ANTER.   SAL.NOVO    VAR%".
       01 LIN-MOV.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVIG       PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DTIPO      PIC X(13).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDEP-ANT   PIC X(12).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDEP-NOVO  PIC X(12).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 DFUN-ANT   PIC X(12).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DFUN-NOVA  PIC X(12).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DTS-ANT    PIC X(01).
          03 FILLER     PIC X(01) VALUE ">".
          03 DTS-NOVO   PIC X(01).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DSAL-ANT   PIC ZZZ.ZZ9,99 BLANK WHEN ZERO.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DSAL-NOVO  PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DVAR       PIC -ZZ9,99 BLANK WHEN ZERO.
       01 LIN-MOV2.
          03 FILLER     PIC X(26) VALUE SPACES.
          03 FILLER     PIC X(08) VALUE "MOTIVO: ".
          03 DMOTIVO    PIC X(30).
          03 FILLER     PIC X(12) VALUE "  OPERADOR: ".
          03 DUSUARIO   PIC X(08).
          03 FILLER     PIC X(17) VALUE "  REGISTRADO EM: ".
          03 DDATAREG   PIC X(10).
       01 LIN-SEMMOV.
          03 FILLER PIC X(60) VALUE
             " NENHUMA MOVIMENTACAO REGISTRADA NO MOVFOLHA".
       01 LIN-DESL.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 DDESL      PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 FILLER     PIC X(13) VALUE "DESLIGAMENTO".
          03 FILLER     PIC X(27) VALUE
             " ULTIMO SALARIO BASE......:".
          03 DDESL-SAL  PIC ZZZ.ZZ9,99.
          03 FILLER     PIC X(28) VALUE
             "   TOTAL VERBAS RESCISORIAS:".
          03 DDESL-TOT  PIC ZZZ.ZZ9,99.
       01 LIN-TOTMOV.
          03 FILLER     PIC X(26) VALUE " TOTAL DE MOVIMENTACOES: ".
          03 DQTDMOV    PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           DISPLAY "HISTORICO E FICHA FUNCIONAL".
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       R0-MODO.
           DISPLAY "C = CONSULTA NA TELA   F = FICHA IMPRESSA: ".
           ACCEPT W-MODO.
           IF W-MODO = "c"
              MOVE "C" TO W-MODO
           END-IF.
           IF W-MODO = "f"
              MOVE "F" TO W-MODO
           END-IF.
           IF W-MODO NOT = "C" AND W-MODO NOT = "F"
              DISPLAY "*** DIGITE APENAS C OU F ***"
              GO TO R0-MODO
           END-IF.
       R0-CODIGO.
           IF W-MODO = "F"
              DISPLAY "CODIGO DO FUNCIONARIO (000000 = TODOS ATIVOS): "
           ELSE
              DISPLAY "CODIGO DO FUNCIONARIO: "
           END-IF.
           ACCEPT W-CODIGO-SEL.
           IF W-CODIGO-SEL = ZEROS AND W-MODO = "C"
              DISPLAY "*** INFORME O CODIGO DO FUNCIONARIO ***"
              GO TO R0-CODIGO
           END-IF.

           OPEN INPUT MOVFOLHA
           IF ST-MOV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO MOVFOLHA (as movimentacoes "
                        "sao gravadas pelo PROGRFP/PROGRDIS): " ST-MOV
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFOLHA: " ST-ERRO
               CLOSE MOVFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN INPUT RESCFOLHA
           IF ST-RES = "00"
               MOVE "S" TO W-TEM-RESC
           ELSE
               DISPLAY "RESCFOLHA INDISPONIVEL - HISTORICO SAIRA SEM "
                        "DESLIGAMENTOS: " ST-RES
           END-IF.
           OPEN INPUT DEPFOLHA
           IF ST-DEP = "00"
               MOVE "S" TO W-TEM-DEP
           ELSE
               DISPLAY "DEPFOLHA INDISPONIVEL - DEPARTAMENTOS SAIRAO "
                        "SO PELO CODIGO: " ST-DEP
           END-IF.
           OPEN INPUT FUNFOLHA
           IF ST-FUN = "00"
               MOVE "S" TO W-TEM-FUN
           ELSE
               DISPLAY "FUNFOLHA INDISPONIVEL - FUNCOES SAIRAO SO "
                        "PELO CODIGO: " ST-FUN
           END-IF.
           IF W-MODO = "F"
              OPEN OUTPUT FICHAFUN
              IF ST-ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO FICHAFUN.LST: " ST-ERRO2
                 MOVE "C" TO W-MODO
                 GO TO R9-FIM
              END-IF
           END-IF.

           IF W-CODIGO-SEL NOT = ZEROS
              GO TO R2-UM
           END-IF.

      * ---- FICHA EM LOTE: TODOS OS FUNCIONARIOS DO CADFOLHA ----
       R1-LER.
           READ CADFOLHA NEXT RECORD
               AT END MOVE "S" TO W-FIM-CAD
           END-READ.
           IF W-FIM-CAD = "S"
               GO TO R9-FIM
           END-IF.
           MOVE "S" TO W-ATIVO
           PERFORM RESUMO-FUNCIONARIO THRU RESUMO-FUNCIONARIO-FIM.
           PERFORM EMITE-FICHA THRU EMITE-FICHA-FIM.
           GO TO R1-LER.

      * ---- UM CODIGO SO (ATIVO OU JA DESLIGADO) ----
       R2-UM.
           MOVE W-CODIGO-SEL TO CODIGO
           READ CADFOLHA
           IF ST-ERRO = "00"
               MOVE "S" TO W-ATIVO
           ELSE
               MOVE "N" TO W-ATIVO
           END-IF.
           PERFORM RESUMO-FUNCIONARIO THRU RESUMO-FUNCIONARIO-FIM.
           IF W-ATIVO = "N" AND W-QTDE-MOV = ZEROS
                            AND W-QTDE-DESL = ZEROS
               DISPLAY "*** CODIGO " W-CODIGO-SEL
                        " SEM CADASTRO E SEM HISTORICO ***"
               GO TO R9-FIM
           END-IF.
           IF W-MODO = "C"
               PERFORM CONSULTA-TELA THRU CONSULTA-TELA-FIM
           ELSE
               PERFORM EMITE-FICHA THRU EMITE-FICHA-FIM
           END-IF.
           GO TO R9-FIM.

       R9-FIM.
           IF W-MODO = "F"
              DISPLAY "FICHAS FUNCIONAIS EMITIDAS: " W-QTDE-FICHAS
              DISPLAY "ARQUIVO GERADO EM FICHAFUN.LST"
              CLOSE FICHAFUN
           END-IF.
           CLOSE MOVFOLHA CADFOLHA.
           IF W-TEM-RESC = "S"
              CLOSE RESCFOLHA
           END-IF.
           IF W-TEM-DEP = "S"
              CLOSE DEPFOLHA
           END-IF.
           IF W-TEM-FUN = "S"
              CLOSE FUNFOLHA
           END-IF.

       ROT-FIM.
           GOBACK.

      *---------[ NOME, ADMISSAO E CONTAGENS DO FUNCIONARIO ]----------
      * DESLIGADO NAO ESTA MAIS NO CADFOLHA: O NOME VEM DA PRIMEIRA
      * MOVIMENTACAO OU, SEM HISTORICO, DO RESCFOLHA.
       RESUMO-FUNCIONARIO.
           MOVE SPACES TO W-NOME-FIC
           MOVE ZEROS  TO W-DATA-ADM W-DATA-DESL W-QTDE-MOV W-QTDE-DESL
           IF W-ATIVO = "S"
              MOVE NOME TO W-NOME-FIC
           ELSE
              MOVE W-CODIGO-SEL TO CODIGO
           END-IF.
           MOVE CODIGO TO MOV-CODIGO
           MOVE ZEROS  TO MOV-DATAVIG MOV-SEQ
           START MOVFOLHA KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY MOVE "99" TO ST-MOV
              NOT INVALID KEY MOVE "00" TO ST-MOV
           END-START.
       RESUMO-FUNCIONARIO-LOOP.
           IF ST-MOV NOT = "99"
              READ MOVFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-MOV
              END-READ
           END-IF.
           IF ST-MOV = "99"
              MOVE "00" TO ST-MOV
              GO TO RESUMO-FUNCIONARIO-RESC
           END-IF.
           IF MOV-CODIGO NOT = CODIGO
              GO TO RESUMO-FUNCIONARIO-RESC
           END-IF.
           ADD 1 TO W-QTDE-MOV
           IF W-NOME-FIC = SPACES
              MOVE MOV-NOME TO W-NOME-FIC
           END-IF.
           IF MOV-ADMISSAO AND W-DATA-ADM = ZEROS
              MOVE MOV-DATAVIG TO W-DATA-ADM
           END-IF.
           GO TO RESUMO-FUNCIONARIO-LOOP.
       RESUMO-FUNCIONARIO-RESC.
           IF W-TEM-RESC NOT = "S"
              GO TO RESUMO-FUNCIONARIO-SIT
           END-IF.
           MOVE CODIGO TO RES-CODIGO
           MOVE ZEROS  TO RES-DATARESC
           START RESCFOLHA KEY IS NOT LESS THAN RES-CHAVE
              INVALID KEY MOVE "99" TO ST-RES
              NOT INVALID KEY MOVE "00" TO ST-RES
           END-START.
       RESUMO-FUNCIONARIO-RLOOP.
           IF ST-RES NOT = "99"
              READ RESCFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-RES
              END-READ
           END-IF.
           IF ST-RES = "99"
              MOVE "00" TO ST-RES
              GO TO RESUMO-FUNCIONARIO-SIT
           END-IF.
           IF RES-CODIGO NOT = CODIGO
              GO TO RESUMO-FUNCIONARIO-SIT
           END-IF.
           ADD 1 TO W-QTDE-DESL
           MOVE RES-DATARESC TO W-DATA-DESL
           IF W-NOME-FIC = SPACES
              MOVE RES-NOME TO W-NOME-FIC
           END-IF.
           GO TO RESUMO-FUNCIONARIO-RLOOP.
       RESUMO-FUNCIONARIO-SIT.
           IF W-ATIVO = "S"
              MOVE "ATIVO" TO W-SITUACAO
           ELSE
              MOVE W-DATA-DESL TO W-DATA-NUM
              PERFORM EDITA-DATA THRU EDITA-DATA-FIM
              MOVE SPACES TO W-SITUACAO
              STRING "DESLIGADO " W-DATA-ED DELIMITED BY SIZE
                     INTO W-SITUACAO
              END-STRING
           END-IF.
       RESUMO-FUNCIONARIO-FIM.
           EXIT.

      *---------[ CONSULTA DA TRAJETORIA NA TELA ]---------------------
       CONSULTA-TELA.
           DISPLAY " ".
           DISPLAY "CODIGO: " CODIGO "  NOME: " W-NOME-FIC.
           DISPLAY "SITUACAO: " W-SITUACAO.
           IF W-ATIVO = "S"
              MOVE DEPARTAMENTO TO W-BUSCA-DEP
              MOVE FUNCAO       TO W-BUSCA-FUN
              PERFORM BUSCA-DEPFUNC THRU BUSCA-DEPFUNC-FIM
              DISPLAY "DEPARTAMENTO: " DEPARTAMENTO " " W-TXTDEPART
                      "  FUNCAO: " FUNCAO " " W-TXTFUNCAO
              DISPLAY "TIPO SALARIO: " TIPOSALARIO
                      "  SALARIO BASE: " SALARIOBASE
           END-IF.
           DISPLAY "----------------------------------------------".
           IF W-QTDE-MOV = ZEROS
              DISPLAY "NENHUMA MOVIMENTACAO REGISTRADA NO MOVFOLHA"
              GO TO CONSULTA-TELA-DESL
           END-IF.
           DISPLAY LIN-CONS-CAB.
           MOVE CODIGO TO MOV-CODIGO
           MOVE ZEROS  TO MOV-DATAVIG MOV-SEQ
           START MOVFOLHA KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY MOVE "99" TO ST-MOV
              NOT INVALID KEY MOVE "00" TO ST-MOV
           END-START.
       CONSULTA-TELA-LOOP.
           IF ST-MOV NOT = "99"
              READ MOVFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-MOV
              END-READ
           END-IF.
           IF ST-MOV = "99"
              MOVE "00" TO ST-MOV
              GO TO CONSULTA-TELA-DESL
           END-IF.
           IF MOV-CODIGO NOT = CODIGO
              GO TO CONSULTA-TELA-DESL
           END-IF.
           MOVE MOV-DATAVIG TO W-DATA-NUM
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATA-ED TO CVIG
           PERFORM DESCREVE-TIPO THRU DESCREVE-TIPO-FIM
           MOVE W-TXTTIPO TO CTIPO
           IF MOV-ADMISSAO
              MOVE SPACES TO CDEP-ANT CFUN-ANT CTS-ANT
           ELSE
              MOVE MOV-DEP-ANT     TO CDEP-ANT
              MOVE MOV-FUN-ANT     TO CFUN-ANT
              MOVE MOV-TIPOSAL-ANT TO CTS-ANT
           END-IF.
           MOVE MOV-DEP-NOVO     TO CDEP-NOVO
           MOVE MOV-FUN-NOVA     TO CFUN-NOVA
           MOVE MOV-TIPOSAL-NOVO TO CTS-NOVO
           MOVE MOV-SALBASE-ANT  TO CSAL-ANT
           MOVE MOV-SALBASE-NOVO TO CSAL-NOVO
           MOVE MOV-MOTIVO       TO CMOTIVO
           DISPLAY LIN-CONS.
           GO TO CONSULTA-TELA-LOOP.
       CONSULTA-TELA-DESL.
           IF W-QTDE-DESL = ZEROS
              GO TO CONSULTA-TELA-FIM
           END-IF.
           MOVE CODIGO TO RES-CODIGO
           MOVE ZEROS  TO RES-DATARESC
           START RESCFOLHA KEY IS NOT LESS THAN RES-CHAVE
              INVALID KEY MOVE "99" TO ST-RES
              NOT INVALID KEY MOVE "00" TO ST-RES
           END-START.
       CONSULTA-TELA-DLOOP.
           IF ST-RES NOT = "99"
              READ RESCFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-RES
              END-READ
           END-IF.
           IF ST-RES = "99"
              MOVE "00" TO ST-RES
              GO TO CONSULTA-TELA-FIM
           END-IF.
           IF RES-CODIGO NOT = CODIGO
              GO TO CONSULTA-TELA-FIM
           END-IF.
           MOVE RES-DATARESC TO W-DATA-NUM
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           DISPLAY W-DATA-ED " DESLIGAMENTO  TOTAL VERBAS: "
                   RES-TOTALVERBAS.
           GO TO CONSULTA-TELA-DLOOP.
       CONSULTA-TELA-FIM.
           EXIT.

      *---------[ FICHA FUNCIONAL IMPRESSA ]---------------------------
       EMITE-FICHA.
           MOVE LIN-TRACO TO LINHAFIC
           WRITE LINHAFIC
           MOVE W-DATAHOJE TO W-DATA-NUM
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATA-ED TO CAB-EMISSAO
           MOVE LIN-CAB1 TO LINHAFIC
           WRITE LINHAFIC
           MOVE LIN-TRACO TO LINHAFIC
           WRITE LINHAFIC
           MOVE CODIGO     TO FCOD
           MOVE W-NOME-FIC TO FNOME
           MOVE W-SITUACAO TO FSITUACAO
           IF W-DATA-ADM = ZEROS
              MOVE "NAO REGISTRADA" TO FADMISSAO
           ELSE
              MOVE W-DATA-ADM TO W-DATA-NUM
              PERFORM EDITA-DATA THRU EDITA-DATA-FIM
              MOVE W-DATA-ED TO FADMISSAO
           END-IF.
           MOVE LIN-FIC1 TO LINHAFIC
           WRITE LINHAFIC.
           IF W-ATIVO = "S"
              MOVE DEPARTAMENTO TO W-BUSCA-DEP
              MOVE FUNCAO       TO W-BUSCA-FUN
              PERFORM BUSCA-DEPFUNC THRU BUSCA-DEPFUNC-FIM
              MOVE DEPARTAMENTO TO FDEPCOD
              MOVE W-TXTDEPART  TO FDEPTO
              MOVE FUNCAO       TO FFUNCOD
              MOVE W-TXTFUNCAO  TO FFUNCAO
              MOVE LIN-FIC2 TO LINHAFIC
              WRITE LINHAFIC
              MOVE TIPOSALARIO  TO FTIPOSAL
              MOVE SALARIOBASE  TO FSALBASE
              MOVE NUMEROFILHOS TO FFILHOS
              MOVE LIN-FIC3 TO LINHAFIC
              WRITE LINHAFIC
           END-IF.
           MOVE LIN-TRACO2 TO LINHAFIC
           WRITE LINHAFIC
           MOVE LIN-TRAJ TO LINHAFIC
           WRITE LINHAFIC
           MOVE LIN-MOV-CAB TO LINHAFIC
           WRITE LINHAFIC
           MOVE LIN-TRACO2 TO LINHAFIC
           WRITE LINHAFIC.
           IF W-QTDE-MOV = ZEROS
              MOVE LIN-SEMMOV TO LINHAFIC
              WRITE LINHAFIC
           ELSE
              PERFORM IMPRIME-MOVIMENTOS THRU IMPRIME-MOVIMENTOS-FIM
           END-IF.
           IF W-QTDE-DESL NOT = ZEROS
              PERFORM IMPRIME-DESLIGAMENTOS THRU
                      IMPRIME-DESLIGAMENTOS-FIM
           END-IF.
           MOVE LIN-TRACO2 TO LINHAFIC
           WRITE LINHAFIC
           MOVE W-QTDE-MOV TO DQTDMOV
           MOVE LIN-TOTMOV TO LINHAFIC
           WRITE LINHAFIC
           MOVE SPACES TO LINHAFIC
           WRITE LINHAFIC
           ADD 1 TO W-QTDE-FICHAS.
       EMITE-FICHA-FIM.
           EXIT.

      * UMA LINHA POR MOVIMENTACAO, EM ORDEM DE VIGENCIA, COM OS
      * VALORES ANTERIORES E NOVOS E A VARIACAO DO SALARIO BASE; NA
      * LINHA DE BAIXO O MOTIVO E QUEM REGISTROU.
       IMPRIME-MOVIMENTOS.
           MOVE CODIGO TO MOV-CODIGO
           MOVE ZEROS  TO MOV-DATAVIG MOV-SEQ
           START MOVFOLHA KEY IS NOT LESS THAN MOV-CHAVE
              INVALID KEY MOVE "99" TO ST-MOV
              NOT INVALID KEY MOVE "00" TO ST-MOV
           END-START.
       IMPRIME-MOVIMENTOS-LOOP.
           IF ST-MOV NOT = "99"
              READ MOVFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-MOV
              END-READ
           END-IF.
           IF ST-MOV = "99"
              MOVE "00" TO ST-MOV
              GO TO IMPRIME-MOVIMENTOS-FIM
           END-IF.
           IF MOV-CODIGO NOT = CODIGO
              GO TO IMPRIME-MOVIMENTOS-FIM
           END-IF.
           MOVE MOV-DATAVIG TO W-DATA-NUM
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATA-ED TO DVIG
           PERFORM DESCREVE-TIPO THRU DESCREVE-TIPO-FIM
           MOVE W-TXTTIPO TO DTIPO
           IF MOV-ADMISSAO
              MOVE SPACES TO DDEP-ANT DFUN-ANT DTS-ANT
           ELSE
              MOVE MOV-DEP-ANT TO W-BUSCA-DEP
              MOVE MOV-FUN-ANT TO W-BUSCA-FUN
              PERFORM BUSCA-DEPFUNC THRU BUSCA-DEPFUNC-FIM
              MOVE W-DEP-TXT       TO DDEP-ANT
              MOVE W-FUN-TXT       TO DFUN-ANT
              MOVE MOV-TIPOSAL-ANT TO DTS-ANT
           END-IF.
           MOVE MOV-DEP-NOVO TO W-BUSCA-DEP
           MOVE MOV-FUN-NOVA TO W-BUSCA-FUN
           PERFORM BUSCA-DEPFUNC THRU BUSCA-DEPFUNC-FIM
           MOVE W-DEP-TXT        TO DDEP-NOVO
           MOVE W-FUN-TXT        TO DFUN-NOVA
           MOVE MOV-TIPOSAL-NOVO TO DTS-NOVO
           MOVE MOV-SALBASE-ANT  TO DSAL-ANT
           MOVE MOV-SALBASE-NOVO TO DSAL-NOVO
           MOVE ZEROS TO W-VAR-PERC
           IF MOV-SALBASE-ANT > ZEROS
              COMPUTE W-VAR-PERC ROUNDED =
                 (MOV-SALBASE-NOVO - MOV-SALBASE-ANT) * 100
                 / MOV-SALBASE-ANT
                 ON SIZE ERROR MOVE ZEROS TO W-VAR-PERC
              END-COMPUTE
           END-IF.
           MOVE W-VAR-PERC TO DVAR
           MOVE LIN-MOV TO LINHAFIC
           WRITE LINHAFIC.
           MOVE MOV-MOTIVO  TO DMOTIVO
           MOVE MOV-USUARIO TO DUSUARIO
           MOVE MOV-DATAREG TO W-DATA-NUM
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATA-ED TO DDATAREG
           MOVE LIN-MOV2 TO LINHAFIC
           WRITE LINHAFIC.
           GO TO IMPRIME-MOVIMENTOS-LOOP.
       IMPRIME-MOVIMENTOS-FIM.
           EXIT.

       IMPRIME-DESLIGAMENTOS.
           MOVE CODIGO TO RES-CODIGO
           MOVE ZEROS  TO RES-DATARESC
           START RESCFOLHA KEY IS NOT LESS THAN RES-CHAVE
              INVALID KEY MOVE "99" TO ST-RES
              NOT INVALID KEY MOVE "00" TO ST-RES
           END-START.
       IMPRIME-DESLIGAMENTOS-LOOP.
           IF ST-RES NOT = "99"
              READ RESCFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-RES
              END-READ
           END-IF.
           IF ST-RES = "99"
              MOVE "00" TO ST-RES
              GO TO IMPRIME-DESLIGAMENTOS-FIM
           END-IF.
           IF RES-CODIGO NOT = CODIGO
              GO TO IMPRIME-DESLIGAMENTOS-FIM
           END-IF.
           MOVE RES-DATARESC TO W-DATA-NUM
           PERFORM EDITA-DATA THRU EDITA-DATA-FIM
           MOVE W-DATA-ED       TO DDESL
           MOVE RES-SALARIOBASE TO DDESL-SAL
           MOVE RES-TOTALVERBAS TO DDESL-TOT
           MOVE LIN-DESL TO LINHAFIC
           WRITE LINHAFIC.
           GO TO IMPRIME-DESLIGAMENTOS-LOOP.
       IMPRIME-DESLIGAMENTOS-FIM.
           EXIT.

      *---------[ ROTINAS DE APOIO ]-----------------------------------
       DESCREVE-TIPO.
           MOVE "NAO INFORMADO" TO W-TXTTIPO
           IF MOV-ADMISSAO
              MOVE "ADMISSAO" TO W-TXTTIPO
           END-IF.
           IF MOV-PROMOCAO
              MOVE "PROMOCAO" TO W-TXTTIPO
           END-IF.
           IF MOV-TRANSFERENCIA
              MOVE "TRANSFERENCIA" TO W-TXTTIPO
           END-IF.
           IF MOV-REAJUSTE
              MOVE "REAJUSTE IND." TO W-TXTTIPO
           END-IF.
           IF MOV-DISSIDIO
              MOVE "DISSIDIO" TO W-TXTTIPO
           END-IF.
       DESCREVE-TIPO-FIM.
           EXIT.

       BUSCA-DEPFUNC.
           MOVE SPACES TO W-TXTDEPART W-TXTFUNCAO
           IF W-TEM-DEP = "S"
              MOVE W-BUSCA-DEP TO DEP-CODIGO
              READ DEPFOLHA
              IF ST-DEP = "00"
                 MOVE DEP-DESCRICAO TO W-TXTDEPART
              ELSE
                 MOVE "00" TO ST-DEP
              END-IF
           END-IF.
           IF W-TEM-FUN = "S"
              MOVE W-BUSCA-FUN TO FUN-CODIGO
              READ FUNFOLHA
              IF ST-FUN = "00"
                 MOVE FUN-DESCRICAO TO W-TXTFUNCAO
              ELSE
                 MOVE "00" TO ST-FUN
              END-IF
           END-IF.
           MOVE W-BUSCA-DEP TO W-DEP-TXT-COD
           MOVE W-TXTDEPART TO W-DEP-TXT-DESC
           MOVE W-BUSCA-FUN TO W-FUN-TXT-COD
           MOVE W-TXTFUNCAO TO W-FUN-TXT-DESC.
       BUSCA-DEPFUNC-FIM.
           EXIT.

       EDITA-DATA.
           MOVE W-DATA-DIA TO W-DATA-ED-DIA
           MOVE W-DATA-MES TO W-DATA-ED-MES
           MOVE W-DATA-ANO TO W-DATA-ED-ANO.
       EDITA-DATA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
