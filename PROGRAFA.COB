		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRAFA.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * AFASTAMENTOS PREVIDENCIARIOS LONGOS - AFASFOLHA.  *
      * MODO C: CADASTRA O AFASTAMENTO (D=AUXILIO-DOENCA, *
      * A=ACIDENTE DE TRABALHO, M=LICENCA-MATERNIDADE)    *
      * COM INICIO, RETORNO PREVISTO, CID E BENEFICIO.    *
      * MODO R: RETORNO REAL OU PRORROGACAO. MODO B: NA   *
      * COMPETENCIA SUSPENDE O SALARIO APOS O 15. DIA DE  *
      * DOENCA/ACIDENTE E PAGA A LICENCA-MATERNIDADE EM   *
      * RUBRICA PROPRIA (LANCFOLHA 102/103, OCORFOLHA     *
      * TIPO L) E AJUSTA OS AVOS NO AVOSFOLHA. MODO P:    *
      * AFASTADOS COM RETORNO PREVISTO NO MES (RELRET.LST)*
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
		SELECT AFASFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AFA-CHAVE
			FILE STATUS IS ST-AFA.
		SELECT LANCFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS LAN-CHAVE
			FILE STATUS IS ST-LAN.
		SELECT OCORFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OCO-CHAVE
			FILE STATUS IS ST-OCOR.
		SELECT AVOSFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS AVO-CODIGO
			FILE STATUS IS ST-AVO.
		SELECT RELAFA ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-ERRO2.
		SELECT RELRET ASSIGN TO DISK
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

		FD AFASFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "AFASFOLHA.DAT".
		01 REGAFA.
		   03 AFA-CHAVE.
		      05 AFA-CODIGO       PIC 9(06).
		      05 AFA-DATAINI      PIC 9(08).
		   03 AFA-TIPO            PIC X(01).
		      88 AFA-DOENCA       VALUE "D".
		      88 AFA-ACIDENTE     VALUE "A".
		      88 AFA-MATERNIDADE  VALUE "M".
		   03 AFA-DATAPREV        PIC 9(08).
		   03 AFA-DATARET         PIC 9(08).
		   03 AFA-CID             PIC X(07).
		   03 AFA-BENEFICIO       PIC 9(10).
		   03 AFA-ULTCOMPET       PIC 9(06).
		   03 AFA-PERDAFER        PIC X(01).

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

		FD OCORFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "OCORFOLHA.DAT".
		01 REGOCOR.
		   03 OCO-CHAVE.
		      05 OCO-CODIGO       PIC 9(06).
		      05 OCO-COMPETENCIA  PIC 9(06).
		      05 OCO-SEQ          PIC 9(02).
		   03 OCO-TIPO            PIC X(01).
		   03 OCO-QTDEDIAS        PIC 9(02).
		   03 OCO-QTDEHORAS       PIC 9(03).

		FD AVOSFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "AVOSFOLHA.DAT".
		01 REGAVOS.
		   03 AVO-CODIGO       PIC 9(06).
		   03 AVO-MESADMISSAO  PIC 9(02).
		   03 AVO-ANOADMISSAO  PIC 9(04).
		   03 AVO-AVOS13       PIC 9(02).
		   03 AVO-AVOSFERIAS   PIC 9(02).

		FD RELAFA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELAFA.LST".
		01 LINHAREL           PIC X(132).

		FD RELRET
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "RELRET.LST".
		01 LINHARET           PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO            PIC X(02) VALUE "00".
       01 ST-ERRO2           PIC X(02) VALUE "00".
       01 ST-ERRO3           PIC X(02) VALUE "00".
       01 ST-AFA             PIC X(02) VALUE "00".
       01 ST-LAN             PIC X(02) VALUE "00".
       01 ST-OCOR            PIC X(02) VALUE "00".
       01 ST-AVO             PIC X(02) VALUE "00".
       01 W-FIM-AFA          PIC X(01) VALUE "N".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET-SEL       PIC 9(06) VALUE ZEROS.
       01 W-MODO             PIC X(01) VALUE "C".
          88 MODO-CADASTRO   VALUE "C" "c".
          88 MODO-RETORNO    VALUE "R" "r".
          88 MODO-BAIXA      VALUE "B" "b".
          88 MODO-PREVISAO   VALUE "P" "p".
       01 W-CONFIRMA         PIC X(01) VALUE SPACES.
       01 W-CODIGO-INF       PIC 9(06) VALUE ZEROS.
       01 W-DATAINI-INF      PIC 9(08) VALUE ZEROS.
       01 W-DATA-INF         PIC 9(08) VALUE ZEROS.
       01 W-BENEF-INF        PIC 9(10) VALUE ZEROS.
       01 W-DATA-OK          PIC X(01) VALUE "N".
       01 W-QTDE-CAD         PIC 9(06) VALUE ZEROS.
       01 W-QTDE-ATU         PIC 9(06) VALUE ZEROS.
       01 W-QTDE-PROC        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-FUNC        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-PREV        PIC 9(06) VALUE ZEROS.
       01 W-QTDE-VENC        PIC 9(06) VALUE ZEROS.
       01 W-TOT-SUSP         PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-MATERN       PIC 9(10)V99 VALUE ZEROS.

      * CONTAGEM DE DIAS ENTRE DATAS: CADA DATA VIRA UM NUMERO SERIAL
      * DE DIAS (ANOS COMPLETOS + BISSEXTOS + DIAS ACUMULADOS ATE O MES
      * + DIA), E A DIFERENCA ENTRE DOIS SERIAIS E O NUMERO DE DIAS.
       01 W-DT-CALC          PIC 9(08) VALUE ZEROS.
       01 W-DT-CALC-R REDEFINES W-DT-CALC.
          03 W-DT-ANO        PIC 9(04).
          03 W-DT-MES        PIC 9(02).
          03 W-DT-DIA        PIC 9(02).
       01 W-SERIAL           PIC 9(07) VALUE ZEROS.
       01 W-ANO-ANT          PIC 9(04) VALUE ZEROS.
       01 W-QUOC             PIC 9(04) VALUE ZEROS.
       01 W-RESTO4           PIC 9(03) VALUE ZEROS.
       01 W-RESTO100         PIC 9(03) VALUE ZEROS.
       01 W-RESTO400         PIC 9(03) VALUE ZEROS.
       01 W-BISSEXTO         PIC X(01) VALUE "N".
       01 W-DIAS-MES         PIC 9(02) VALUE ZEROS.
       01 TAB-ACUM-V.
          03 FILLER PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 TAB-ACUM REDEFINES TAB-ACUM-V.
          03 ACUM-MES        PIC 9(03) OCCURS 12 TIMES.
       01 TAB-DIASMES-V.
          03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIASMES REDEFINES TAB-DIASMES-V.
          03 DIAS-MES-T      PIC 9(02) OCCURS 12 TIMES.

      * JANELA DA COMPETENCIA E DO AFASTAMENTO EM DIAS SERIAIS
       01 W-DIAS-COMPET      PIC 9(02) VALUE ZEROS.
       01 W-SER-INIMES       PIC 9(07) VALUE ZEROS.
       01 W-SER-FIMMES       PIC 9(07) VALUE ZEROS.
       01 W-SER-INIAFA       PIC 9(07) VALUE ZEROS.
       01 W-SER-INISUSP      PIC 9(07) VALUE ZEROS.
       01 W-SER-FIMAFA       PIC 9(07) VALUE ZEROS.
       01 W-SER-DE           PIC 9(07) VALUE ZEROS.
       01 W-SER-ATE          PIC 9(07) VALUE ZEROS.
       01 W-DIAS-AFA         PIC 9(03) VALUE ZEROS.
       01 W-DIAS-BENEF       PIC 9(05) VALUE ZEROS.

      * ACUMULADOS DO FUNCIONARIO: O AFASFOLHA VEM EM ORDEM DE CODIGO,
      * E OS LANCAMENTOS SAO GRAVADOS NA TROCA DE CODIGO, SOMANDO OS
      * AFASTAMENTOS QUE CAEM NA MESMA COMPETENCIA.
       01 W-COD-ATUAL        PIC 9(06) VALUE ZEROS.
       01 W-COD-OK           PIC X(01) VALUE "N".
       01 W-GRAVA-FUNC       PIC X(01) VALUE "N".
       01 W-DIAS-SUSP-FUNC   PIC 9(03) VALUE ZEROS.
       01 W-DIAS-MAT-FUNC    PIC 9(03) VALUE ZEROS.
       01 W-DIAS-FUNC        PIC 9(03) VALUE ZEROS.
       01 W-SAL-MES          PIC 9(09)V99 VALUE ZEROS.
       01 W-VLR-SUSP         PIC 9(06)V99 VALUE ZEROS.
       01 W-VLR-MATERN       PIC 9(06)V99 VALUE ZEROS.
       01 W-ACHOU-OCO        PIC X(01) VALUE "N".
       01 W-OBS              PIC X(40) VALUE SPACES.

       01 LIN-CAB1.
          03 FILLER PIC X(52) VALUE
             "AFASTAMENTOS PREVIDENCIARIOS - BAIXA DA COMPETENCIA ".
          03 CAB-COMPET PIC 9(06).
       01 LIN-CAB2.
          03 FILLER PIC X(56) VALUE
             "CODIGO NOME                     T INICIO   RETORNO  DIAS".
          03 FILLER PIC X(20) VALUE
             "  SITUACAO          ".
       01 LIN-DET.
          03 DCOD      PIC ZZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 DNOME     PIC X(24).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 DTIPO     PIC X(01).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 DINICIO   PIC 9(08).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 DRETORNO  PIC 9(08).
          03 FILLER    PIC X(03) VALUE SPACES.
          03 DDIAS     PIC Z9.
          03 FILLER    PIC X(02) VALUE SPACES.
          03 DOBS      PIC X(40).
       01 LIN-TOT1.
          03 FILLER  PIC X(30) VALUE "AFASTAMENTOS NA COMPETENCIA.: ".
          03 TQTDPROC PIC ZZZZZ9.
       01 LIN-TOT2.
          03 FILLER  PIC X(30) VALUE "SALARIO SUSPENSO/SUBSTITUIDO: ".
          03 TVALSUSP PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOT3.
          03 FILLER  PIC X(30) VALUE "SALARIO-MATERNIDADE (103)...: ".
          03 TVALMAT PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-RET-CAB1.
          03 FILLER PIC X(52) VALUE
             "AFASTADOS COM RETORNO PREVISTO ATE A COMPETENCIA    ".
          03 RCAB-COMPET PIC 9(06).
       01 LIN-RET-CAB2.
          03 FILLER PIC X(46) VALUE
             "CODIGO NOME                     DP T INICIO   ".
          03 FILLER PIC X(36) VALUE
             "PREVISTO CID     BENEFICIO  SITUACAO".
       01 LIN-RET.
          03 RCOD      PIC ZZZZZ9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RNOME     PIC X(24).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RDEP      PIC Z9.
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RTIPO     PIC X(01).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RINICIO   PIC 9(08).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RPREV     PIC 9(08).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RCID      PIC X(07).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RBENEF    PIC 9(10).
          03 FILLER    PIC X(01) VALUE SPACE.
          03 RSIT      PIC X(30).
       01 LIN-RET-TOT1.
          03 FILLER  PIC X(30) VALUE "RETORNOS PREVISTOS NO MES...: ".
          03 TQTDPREV PIC ZZZZZ9.
       01 LIN-RET-TOT2.
          03 FILLER  PIC X(30) VALUE "PREVISAO VENCIDA SEM RETORNO: ".
          03 TQTDVENC PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "AFASTAMENTOS PREVIDENCIARIOS (DOENCA/ACIDENTE/"
                    "MATERNIDADE)".
           DISPLAY "MODO (C-CADASTRAR / R-RETORNO OU PRORROGACAO / "
                    "B-BAIXA DA COMPETENCIA / P-RETORNOS PREVISTOS): ".
           ACCEPT W-MODO.
           IF NOT MODO-CADASTRO AND NOT MODO-RETORNO
              AND NOT MODO-BAIXA AND NOT MODO-PREVISAO
              DISPLAY "OPCAO INVALIDA - ASSUMIDO CADASTRO"
              MOVE "C" TO W-MODO
           END-IF.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.

           OPEN INPUT CADFOLHA
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADFOLHA: " ST-ERRO
               GO TO ROT-FIM
           END-IF.
           PERFORM ABRE-AFASFOLHA THRU ABRE-AFASFOLHA-FIM.
           IF MODO-BAIXA
              GO TO B1-INICIO
           END-IF.
           IF MODO-PREVISAO
              GO TO P1-INICIO
           END-IF.
           IF MODO-RETORNO
              GO TO R1-CODIGO
           END-IF.

      *---------[ MODO C: CADASTRO DO AFASTAMENTO ]---------------------
       C1-CODIGO.
           DISPLAY "CODIGO DO FUNCIONARIO (000000 ENCERRA): ".
           ACCEPT W-CODIGO-INF.
           IF W-CODIGO-INF = ZEROS
              GO TO C9-FIM
           END-IF.
           MOVE W-CODIGO-INF TO CODIGO
           READ CADFOLHA
           IF ST-ERRO NOT = "00"
              DISPLAY "*** FUNCIONARIO NAO CADASTRADO NO CADFOLHA ***"
              GO TO C1-CODIGO
           END-IF.
           DISPLAY "FUNCIONARIO: " NOME.

           MOVE W-CODIGO-INF TO AFA-CODIGO
           MOVE ZEROS        TO AFA-DATARET AFA-ULTCOMPET
           MOVE "N"          TO AFA-PERDAFER.
       C2-TIPO.
           DISPLAY "TIPO (D-AUXILIO-DOENCA / A-ACIDENTE DE TRABALHO / "
                    "M-LICENCA-MATERNIDADE): ".
           ACCEPT AFA-TIPO.
           INSPECT AFA-TIPO CONVERTING "dam" TO "DAM".
           IF NOT AFA-DOENCA AND NOT AFA-ACIDENTE
              AND NOT AFA-MATERNIDADE
              DISPLAY "*** TIPO DEVE SER D, A OU M ***"
              GO TO C2-TIPO
           END-IF.
       C3-INICIO.
           DISPLAY "DATA DE INICIO DO AFASTAMENTO (AAAAMMDD): ".
           ACCEPT AFA-DATAINI.
           MOVE AFA-DATAINI TO W-DT-CALC
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK NOT = "S"
              DISPLAY "*** DATA DE INICIO INVALIDA ***"
              GO TO C3-INICIO
           END-IF.
       C4-PREVISTA.
           DISPLAY "DATA PREVISTA DE RETORNO (AAAAMMDD, 00000000 = "
                    "SEM PREVISAO): ".
           ACCEPT AFA-DATAPREV.
           IF AFA-DATAPREV = ZEROS
              GO TO C5-CID
           END-IF.
           MOVE AFA-DATAPREV TO W-DT-CALC
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK NOT = "S" OR AFA-DATAPREV NOT > AFA-DATAINI
              DISPLAY "*** DATA PREVISTA INVALIDA OU NAO POSTERIOR AO "
                       "INICIO ***"
              GO TO C4-PREVISTA
           END-IF.
       C5-CID.
           DISPLAY "CID (EM BRANCO SE AINDA NAO INFORMADO): ".
           MOVE SPACES TO AFA-CID
           ACCEPT AFA-CID.
           DISPLAY "NUMERO DO BENEFICIO NO INSS (0 = AINDA NAO "
                    "CONCEDIDO): ".
           ACCEPT AFA-BENEFICIO.
       C6-GRAVA.
           WRITE REGAFA
              INVALID KEY
                 DISPLAY "*** JA EXISTE AFASTAMENTO PARA ESTE "
                          "FUNCIONARIO/INICIO - NAO GRAVADO ***"
              NOT INVALID KEY
                 ADD 1 TO W-QTDE-CAD
                 DISPLAY "*** AFASTAMENTO CADASTRADO ***"
           END-WRITE.
           GO TO C1-CODIGO.

       C9-FIM.
           DISPLAY "AFASTAMENTOS CADASTRADOS.: " W-QTDE-CAD.
           CLOSE CADFOLHA AFASFOLHA.
           GO TO ROT-FIM.

      *---------[ MODO R: RETORNO REAL OU PRORROGACAO ]----------------
      * RETORNO REAL ENCERRA O AFASTAMENTO NA VESPERA DA DATA
      * INFORMADA. SEM RETORNO, PODE SER PRORROGADA A DATA PREVISTA E
      * INFORMADO O NUMERO DO BENEFICIO CONCEDIDO DEPOIS DO CADASTRO.
       R1-CODIGO.
           DISPLAY "CODIGO DO FUNCIONARIO (000000 ENCERRA): ".
           ACCEPT W-CODIGO-INF.
           IF W-CODIGO-INF = ZEROS
              GO TO R9-FIM
           END-IF.
           DISPLAY "DATA DE INICIO DO AFASTAMENTO (AAAAMMDD): ".
           ACCEPT W-DATAINI-INF.
           MOVE W-CODIGO-INF  TO AFA-CODIGO
           MOVE W-DATAINI-INF TO AFA-DATAINI
           READ AFASFOLHA
           IF ST-AFA NOT = "00"
              DISPLAY "*** AFASTAMENTO NAO CADASTRADO ***"
              GO TO R1-CODIGO
           END-IF.
           DISPLAY "TIPO: " AFA-TIPO "  PREVISTO: " AFA-DATAPREV
                    "  RETORNO: " AFA-DATARET "  CID: " AFA-CID.
       R2-RETORNO.
           DISPLAY "DATA REAL DE RETORNO (AAAAMMDD, 00000000 = "
                    "CONTINUA AFASTADO): ".
           ACCEPT W-DATA-INF.
           IF W-DATA-INF = ZEROS
              MOVE ZEROS TO AFA-DATARET
              GO TO R3-PRORROGA
           END-IF.
           MOVE W-DATA-INF TO W-DT-CALC
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK NOT = "S" OR W-DATA-INF NOT > AFA-DATAINI
              DISPLAY "*** DATA DE RETORNO INVALIDA OU NAO POSTERIOR "
                       "AO INICIO ***"
              GO TO R2-RETORNO
           END-IF.
           MOVE W-DATA-INF TO AFA-DATARET
           GO TO R4-GRAVA.
       R3-PRORROGA.
           DISPLAY "NOVA DATA PREVISTA DE RETORNO (00000000 = "
                    "MANTEM): ".
           ACCEPT W-DATA-INF.
           IF W-DATA-INF = ZEROS
              GO TO R3-BENEFICIO
           END-IF.
           MOVE W-DATA-INF TO W-DT-CALC
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK NOT = "S" OR W-DATA-INF NOT > AFA-DATAINI
              DISPLAY "*** DATA PREVISTA INVALIDA OU NAO POSTERIOR "
                       "AO INICIO ***"
              GO TO R3-PRORROGA
           END-IF.
           MOVE W-DATA-INF TO AFA-DATAPREV.
       R3-BENEFICIO.
           DISPLAY "NUMERO DO BENEFICIO NO INSS (0 = MANTEM): ".
           ACCEPT W-BENEF-INF.
           IF W-BENEF-INF NOT = ZEROS
              MOVE W-BENEF-INF TO AFA-BENEFICIO
           END-IF.
       R4-GRAVA.
           REWRITE REGAFA
              INVALID KEY
                 DISPLAY "ERRO AO ATUALIZAR O AFASTAMENTO: " ST-AFA
              NOT INVALID KEY
                 ADD 1 TO W-QTDE-ATU
                 DISPLAY "*** AFASTAMENTO ATUALIZADO ***"
           END-REWRITE.
           GO TO R1-CODIGO.

       R9-FIM.
           DISPLAY "AFASTAMENTOS ATUALIZADOS.: " W-QTDE-ATU.
           CLOSE CADFOLHA AFASFOLHA.
           GO TO ROT-FIM.

      *---------[ MODO B: BAIXA NA COMPETENCIA ]-----------------------
      * PARA CADA AFASTAMENTO QUE COBRE A COMPETENCIA INFORMADA:
      * DOENCA/ACIDENTE - OS 15 PRIMEIROS DIAS SAO PAGOS PELA EMPRESA
      * (NADA A LANCAR); DO 16. DIA EM DIANTE O SALARIO FICA SUSPENSO.
      * MATERNIDADE - TODO O PERIODO SAI COMO SALARIO-MATERNIDADE NA
      * RUBRICA 103, QUE O PROGRENC DEDUZ DA GPS, NO LUGAR DO SALARIO.
      * OS DIAS SUSPENSOS/SUBSTITUIDOS VAO PARA O OCORFOLHA (TIPO L),
      * QUE O PROGRFP ABATE DO TEMPO DO HORISTA/DIARISTA, E PARA O
      * MENSALISTA TAMBEM SAEM NA RUBRICA 102, ABATE DE BRUTO, COMO
      * NA BAIXA DE FERIAS. RODAR DE NOVO A MESMA COMPETENCIA REFAZ OS
      * LANCAMENTOS SEM DUPLICAR E NAO MEXE DE NOVO NOS AVOS.
       B1-INICIO.
           DISPLAY "COMPETENCIA DA FOLHA (AAAAMM): ".
           ACCEPT W-COMPET-SEL.
           IF W-COMPET-SEL = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET-SEL
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET-SEL
           END-IF.
           COMPUTE W-DT-CALC = W-COMPET-SEL * 100 + 1
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF W-DATA-OK NOT = "S"
              DISPLAY "*** COMPETENCIA INVALIDA ***"
              GO TO B1-INICIO
           END-IF.
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERIAL   TO W-SER-INIMES
           PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM
           MOVE W-DIAS-MES TO W-DIAS-COMPET W-DT-DIA
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERIAL   TO W-SER-FIMMES.

           PERFORM ABRE-LANCFOLHA THRU ABRE-LANCFOLHA-FIM.
           OPEN I-O OCORFOLHA
           IF ST-OCOR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO OCORFOLHA (rode o PROGROCO "
                        "uma vez para cria-lo): " ST-OCOR
               CLOSE CADFOLHA AFASFOLHA LANCFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN I-O AVOSFOLHA
           IF ST-AVO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO AVOSFOLHA (rode o PROGRAVO "
                        "para cadastrar os avos): " ST-AVO
               CLOSE CADFOLHA AFASFOLHA LANCFOLHA OCORFOLHA
               GO TO ROT-FIM
           END-IF.
           OPEN OUTPUT RELAFA
           IF ST-ERRO2 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELAFA.LST: " ST-ERRO2
               CLOSE CADFOLHA AFASFOLHA LANCFOLHA OCORFOLHA AVOSFOLHA
               GO TO ROT-FIM
           END-IF.

           MOVE W-COMPET-SEL TO CAB-COMPET
           MOVE LIN-CAB1 TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE LIN-CAB2 TO LINHAREL
           WRITE LINHAREL.

       B2-LER.
           READ AFASFOLHA NEXT RECORD
               AT END MOVE "S" TO W-FIM-AFA
           END-READ.
           IF W-FIM-AFA = "S"
               PERFORM GRAVA-FUNCIONARIO THRU GRAVA-FUNCIONARIO-FIM
               GO TO B9-FIM
           END-IF.
           IF AFA-CODIGO NOT = W-COD-ATUAL
               PERFORM GRAVA-FUNCIONARIO THRU GRAVA-FUNCIONARIO-FIM
               PERFORM NOVO-FUNCIONARIO THRU NOVO-FUNCIONARIO-FIM
           END-IF.
           IF W-COD-OK NOT = "S"
               GO TO B2-LER
           END-IF.

           PERFORM CALC-DIAS-AFASTADO THRU CALC-DIAS-AFASTADO-FIM.
           IF W-DIAS-AFA = ZEROS AND AFA-ULTCOMPET NOT = W-COMPET-SEL
               GO TO B2-LER
           END-IF.
           MOVE "S" TO W-GRAVA-FUNC
           IF AFA-MATERNIDADE
              ADD W-DIAS-AFA TO W-DIAS-MAT-FUNC
              MOVE "SALARIO-MATERNIDADE" TO W-OBS
           ELSE
              ADD W-DIAS-AFA TO W-DIAS-SUSP-FUNC
              MOVE "SALARIO SUSPENSO - BENEFICIO DO INSS" TO W-OBS
           END-IF.
           IF W-DIAS-AFA > ZEROS AND AFA-ULTCOMPET < W-COMPET-SEL
              PERFORM AJUSTA-AVOS THRU AJUSTA-AVOS-FIM
              MOVE W-COMPET-SEL TO AFA-ULTCOMPET
              REWRITE REGAFA
                 INVALID KEY
                    DISPLAY "ERRO AO ATUALIZAR AFASTAMENTO DO CODIGO "
                             AFA-CODIGO
              END-REWRITE
           END-IF.

           ADD 1 TO W-QTDE-PROC
           MOVE AFA-CODIGO      TO DCOD
           MOVE NOME(1:24)      TO DNOME
           MOVE AFA-TIPO        TO DTIPO
           MOVE AFA-DATAINI     TO DINICIO
           IF AFA-DATARET NOT = ZEROS
              MOVE AFA-DATARET  TO DRETORNO
           ELSE
              MOVE AFA-DATAPREV TO DRETORNO
           END-IF.
           MOVE W-DIAS-AFA      TO DDIAS
           MOVE W-OBS           TO DOBS
           MOVE LIN-DET TO LINHAREL
           WRITE LINHAREL.
           GO TO B2-LER.

       B9-FIM.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE W-QTDE-PROC TO TQTDPROC
           MOVE LIN-TOT1 TO LINHAREL
           WRITE LINHAREL
           MOVE W-TOT-SUSP TO TVALSUSP
           MOVE LIN-TOT2 TO LINHAREL
           WRITE LINHAREL
           MOVE W-TOT-MATERN TO TVALMAT
           MOVE LIN-TOT3 TO LINHAREL
           WRITE LINHAREL.

           DISPLAY "COMPETENCIA..............: " W-COMPET-SEL.
           DISPLAY "AFASTAMENTOS PROCESSADOS.: " W-QTDE-PROC.
           DISPLAY "FUNCIONARIOS LANCADOS....: " W-QTDE-FUNC.
           DISPLAY "SALARIO SUSPENSO.........: " W-TOT-SUSP.
           DISPLAY "SALARIO-MATERNIDADE......: " W-TOT-MATERN.
           DISPLAY "RELATORIO GERADO EM RELAFA.LST".
           DISPLAY "RODE O PROGRFP/PROGRREC PARA LEVAR OS AFASTAMENTOS "
                    "PARA A FOLHA DA COMPETENCIA.".
           CLOSE CADFOLHA AFASFOLHA LANCFOLHA OCORFOLHA AVOSFOLHA
                 RELAFA.
           GO TO ROT-FIM.

      *---------[ MODO P: RETORNOS PREVISTOS NO MES ]------------------
      * AFASTADOS SEM RETORNO REAL CUJA DATA PREVISTA CAI NA
      * COMPETENCIA, E OS QUE JA PASSARAM DA DATA PREVISTA SEM TER O
      * RETORNO (OU A PRORROGACAO) REGISTRADO NO MODO R.
       P1-INICIO.
           DISPLAY "COMPETENCIA DO RETORNO (AAAAMM): ".
           ACCEPT W-COMPET-SEL.
           IF W-COMPET-SEL = ZEROS
              MOVE W-DATAHOJE(1:6) TO W-COMPET-SEL
              DISPLAY "ASSUMIDA A COMPETENCIA ATUAL: " W-COMPET-SEL
           END-IF.
           OPEN OUTPUT RELRET
           IF ST-ERRO3 NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO RELRET.LST: " ST-ERRO3
               CLOSE CADFOLHA AFASFOLHA
               GO TO ROT-FIM
           END-IF.
           MOVE W-COMPET-SEL TO RCAB-COMPET
           MOVE LIN-RET-CAB1 TO LINHARET
           WRITE LINHARET
           MOVE SPACES TO LINHARET
           WRITE LINHARET
           MOVE LIN-RET-CAB2 TO LINHARET
           WRITE LINHARET.

       P2-LER.
           READ AFASFOLHA NEXT RECORD
               AT END MOVE "S" TO W-FIM-AFA
           END-READ.
           IF W-FIM-AFA = "S"
               GO TO P9-FIM
           END-IF.
           IF AFA-DATARET NOT = ZEROS OR AFA-DATAPREV = ZEROS
               GO TO P2-LER
           END-IF.
           IF AFA-DATAPREV(1:6) > W-COMPET-SEL
               GO TO P2-LER
           END-IF.

           MOVE AFA-CODIGO TO CODIGO
           READ CADFOLHA
           IF ST-ERRO = "00"
              MOVE NOME(1:24)   TO RNOME
              MOVE DEPARTAMENTO TO RDEP
           ELSE
              MOVE "*** FORA DO CADFOLHA ***" TO RNOME
              MOVE ZEROS TO RDEP
              MOVE "00" TO ST-ERRO
           END-IF.
           IF AFA-DATAPREV(1:6) = W-COMPET-SEL
              MOVE "RETORNO PREVISTO NO MES" TO RSIT
              ADD 1 TO W-QTDE-PREV
           ELSE
              MOVE "PREVISAO VENCIDA SEM RETORNO" TO RSIT
              ADD 1 TO W-QTDE-VENC
           END-IF.
           MOVE AFA-CODIGO    TO RCOD
           MOVE AFA-TIPO      TO RTIPO
           MOVE AFA-DATAINI   TO RINICIO
           MOVE AFA-DATAPREV  TO RPREV
           MOVE AFA-CID       TO RCID
           MOVE AFA-BENEFICIO TO RBENEF
           MOVE LIN-RET TO LINHARET
           WRITE LINHARET.
           GO TO P2-LER.

       P9-FIM.
           MOVE SPACES TO LINHARET
           WRITE LINHARET
           MOVE W-QTDE-PREV TO TQTDPREV
           MOVE LIN-RET-TOT1 TO LINHARET
           WRITE LINHARET
           MOVE W-QTDE-VENC TO TQTDVENC
           MOVE LIN-RET-TOT2 TO LINHARET
           WRITE LINHARET.

           DISPLAY "COMPETENCIA..............: " W-COMPET-SEL.
           DISPLAY "RETORNOS PREVISTOS NO MES: " W-QTDE-PREV.
           DISPLAY "PREVISAO VENCIDA.........: " W-QTDE-VENC.
           DISPLAY "RELATORIO GERADO EM RELRET.LST".
           CLOSE CADFOLHA AFASFOLHA RELRET.

       ROT-FIM.
           GOBACK.

      *---------[ ABERTURA DOS ARQUIVOS ]-------------------------------
       ABRE-AFASFOLHA.
           OPEN I-O AFASFOLHA
           IF ST-AFA NOT = "00"
              IF ST-AFA = "30" OR ST-AFA = "35"
                 DISPLAY "AFASFOLHA INEXISTENTE - CRIAR VAZIO (S/N)? "
                 ACCEPT W-CONFIRMA
                 IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
                    DISPLAY "CRIACAO CANCELADA PELO OPERADOR."
                    CLOSE CADFOLHA
                    GO TO ROT-FIM
                 END-IF
                 OPEN OUTPUT AFASFOLHA
                 CLOSE AFASFOLHA
                 OPEN I-O AFASFOLHA
                 DISPLAY "*** AFASFOLHA CRIADO ***"
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO AFASFOLHA: " ST-AFA
                 CLOSE CADFOLHA
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-AFASFOLHA-FIM.
           EXIT.

       ABRE-LANCFOLHA.
           OPEN I-O LANCFOLHA
           IF ST-LAN NOT = "00"
              IF ST-LAN = "30" OR ST-LAN = "35"
                 OPEN OUTPUT LANCFOLHA
                 CLOSE LANCFOLHA
                 OPEN I-O LANCFOLHA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO LANCFOLHA: " ST-LAN
                 CLOSE CADFOLHA AFASFOLHA
                 GO TO ROT-FIM
              END-IF
           END-IF.
       ABRE-LANCFOLHA-FIM.
           EXIT.

      *---------[ TROCA DE FUNCIONARIO NA BAIXA ]-----------------------
      * FUNCIONARIO QUE JA SAIU DO CADFOLHA NAO TEM MAIS FOLHA: SEUS
      * AFASTAMENTOS FICAM SO COMO HISTORICO.
       NOVO-FUNCIONARIO.
           MOVE AFA-CODIGO TO W-COD-ATUAL CODIGO
           MOVE ZEROS TO W-DIAS-SUSP-FUNC W-DIAS-MAT-FUNC
           MOVE "N"   TO W-GRAVA-FUNC
           MOVE "S"   TO W-COD-OK
           READ CADFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "N"  TO W-COD-OK
              MOVE "00" TO ST-ERRO
           END-IF.
       NOVO-FUNCIONARIO-FIM.
           EXIT.

      *---------[ DIAS DO AFASTAMENTO DENTRO DA COMPETENCIA ]-----------
      * O AFASTAMENTO VAI ATE A VESPERA DO RETORNO REAL OU, SEM ELE, DO
      * RETORNO PREVISTO; SEM NENHUM DOS DOIS, ATE O FIM DO MES. MES
      * INTEIRO CONTA 30 DIAS, COMO NO RESTO DA FOLHA.
       CALC-DIAS-AFASTADO.
           MOVE ZEROS TO W-DIAS-AFA W-DIAS-BENEF
           MOVE AFA-DATAINI TO W-DT-CALC
           PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
           MOVE W-SERIAL TO W-SER-INIAFA
           IF AFA-MATERNIDADE
              MOVE W-SER-INIAFA TO W-SER-INISUSP
           ELSE
              COMPUTE W-SER-INISUSP = W-SER-INIAFA + 15
           END-IF.
           MOVE W-SER-FIMMES TO W-SER-FIMAFA
           IF AFA-DATARET NOT = ZEROS
              MOVE AFA-DATARET  TO W-DT-CALC
           ELSE
              MOVE AFA-DATAPREV TO W-DT-CALC
           END-IF.
           IF W-DT-CALC NOT = ZEROS
              PERFORM CALC-SERIAL THRU CALC-SERIAL-FIM
              COMPUTE W-SER-FIMAFA = W-SERIAL - 1
           END-IF.

           MOVE W-SER-INIMES TO W-SER-DE
           IF W-SER-INISUSP > W-SER-DE
              MOVE W-SER-INISUSP TO W-SER-DE
           END-IF.
           MOVE W-SER-FIMMES TO W-SER-ATE
           IF W-SER-FIMAFA < W-SER-ATE
              MOVE W-SER-FIMAFA TO W-SER-ATE
           END-IF.
           IF W-SER-ATE < W-SER-DE
              GO TO CALC-DIAS-AFASTADO-FIM
           END-IF.
           COMPUTE W-DIAS-AFA = W-SER-ATE - W-SER-DE + 1
           COMPUTE W-DIAS-BENEF = W-SER-ATE - W-SER-INISUSP + 1
           IF W-DIAS-AFA NOT < W-DIAS-COMPET OR W-DIAS-AFA > 30
              MOVE 30 TO W-DIAS-AFA
           END-IF.
       CALC-DIAS-AFASTADO-FIM.
           EXIT.

      *---------[ AVOS DE 13 E FERIAS CONFORME O TIPO ]-----------------
      * DOENCA E ACIDENTE: MES COM MAIS DE 15 DIAS PAGOS PELO INSS NAO
      * DA AVO DE 13 (O ABONO ANUAL SAI PELO INSS), E BENEFICIO POR
      * MAIS DE 6 MESES FAZ PERDER AS FERIAS DO PERIODO AQUISITIVO, QUE
      * RECOMECA NA VOLTA. MATERNIDADE CONTA COMO TEMPO DE SERVICO PARA
      * OS DOIS, E OS AVOS NAO MUDAM.
       AJUSTA-AVOS.
           IF AFA-MATERNIDADE
              GO TO AJUSTA-AVOS-FIM
           END-IF.
           MOVE AFA-CODIGO TO AVO-CODIGO
           READ AVOSFOLHA
           IF ST-AVO NOT = "00"
              MOVE "SEM REGISTRO DE AVOS - NADA AJUSTADO" TO W-OBS
              MOVE "00" TO ST-AVO
              GO TO AJUSTA-AVOS-FIM
           END-IF.
           IF W-DIAS-AFA > 15 AND AVO-AVOS13 > ZEROS
              SUBTRACT 1 FROM AVO-AVOS13
              MOVE "SALARIO SUSPENSO - MENOS 1 AVO DE 13" TO W-OBS
           END-IF.
           IF W-DIAS-BENEF > 180 AND AFA-PERDAFER NOT = "S"
              MOVE ZEROS TO AVO-AVOSFERIAS
              MOVE "S"   TO AFA-PERDAFER
              MOVE "INSS HA MAIS DE 6 MESES - FERIAS PERDIDAS"
                                                     TO W-OBS
           END-IF.
           REWRITE REGAVOS
              INVALID KEY
                 DISPLAY "ERRO AO AJUSTAR AVOS DO CODIGO " AFA-CODIGO
           END-REWRITE.
       AJUSTA-AVOS-FIM.
           EXIT.

      *---------[ LANCAMENTOS DO FUNCIONARIO NA COMPETENCIA ]-----------
      * DIAS SUSPENSOS + DIAS DE MATERNIDADE, LIMITADOS A 30, SOBRE O
      * SALARIO MENSAL EQUIVALENTE. COM ZERO DIAS (RETORNO ANTECIPADO
      * REGISTRADO DEPOIS DE UMA BAIXA) OS LANCAMENTOS SAO DESFEITOS.
       GRAVA-FUNCIONARIO.
           IF W-COD-ATUAL = ZEROS OR W-COD-OK NOT = "S"
              OR W-GRAVA-FUNC NOT = "S"
              GO TO GRAVA-FUNCIONARIO-FIM
           END-IF.
           COMPUTE W-DIAS-FUNC = W-DIAS-SUSP-FUNC + W-DIAS-MAT-FUNC
           IF W-DIAS-FUNC > 30
              MOVE 30 TO W-DIAS-FUNC
           END-IF.
           IF W-DIAS-MAT-FUNC > 30
              MOVE 30 TO W-DIAS-MAT-FUNC
           END-IF.
           PERFORM SALARIO-MENSAL THRU SALARIO-MENSAL-FIM
           COMPUTE W-VLR-SUSP ROUNDED = W-SAL-MES * W-DIAS-FUNC / 30
           COMPUTE W-VLR-MATERN ROUNDED =
                   W-SAL-MES * W-DIAS-MAT-FUNC / 30

           PERFORM GRAVA-LANC-MATERN THRU GRAVA-LANC-MATERN-FIM
           IF TIPOSALARIO = "M"
              PERFORM GRAVA-LANC-SUSP THRU GRAVA-LANC-SUSP-FIM
           END-IF.
           PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM.

           ADD W-VLR-SUSP   TO W-TOT-SUSP
           ADD W-VLR-MATERN TO W-TOT-MATERN
           IF W-DIAS-FUNC > ZEROS
              ADD 1 TO W-QTDE-FUNC
           END-IF.
       GRAVA-FUNCIONARIO-FIM.
           EXIT.

      * SALARIO DO MES CHEIO: HORISTA = VALOR HORA * 220 (HORAS PADRAO
      * DO PROGRFP), DIARISTA = VALOR DIA * 30, MENSALISTA = BASE.
       SALARIO-MENSAL.
           IF TIPOSALARIO = "H"
              COMPUTE W-SAL-MES = SALARIOBASE * 220
           ELSE
              IF TIPOSALARIO = "D"
                 COMPUTE W-SAL-MES = SALARIOBASE * 30
              ELSE
                 MOVE SALARIOBASE TO W-SAL-MES
              END-IF
           END-IF.
       SALARIO-MENSAL-FIM.
           EXIT.

      * RUBRICA 102 = DIAS AFASTADO PELO INSS: ABATE DE BRUTO (TIPO A)
      * DO MENSALISTA, MESMO TRATAMENTO DA RUBRICA 101 NAS FERIAS.
       GRAVA-LANC-SUSP.
           MOVE W-COD-ATUAL    TO LAN-CODIGO
           MOVE W-COMPET-SEL   TO LAN-COMPETENCIA
           MOVE 102            TO LAN-RUBRICA
           IF W-DIAS-FUNC = ZEROS
              DELETE LANCFOLHA RECORD
                 INVALID KEY
                    MOVE "00" TO ST-LAN
              END-DELETE
              GO TO GRAVA-LANC-SUSP-FIM
           END-IF.
           MOVE "A"            TO LAN-TIPO
           MOVE "DIAS AFASTADO INSS" TO LAN-DESCRICAO
           MOVE W-DIAS-FUNC    TO LAN-QTDE
           MOVE W-VLR-SUSP     TO LAN-VALOR
           WRITE REGLANC
              INVALID KEY
                 REWRITE REGLANC
           END-WRITE.
       GRAVA-LANC-SUSP-FIM.
           EXIT.

      * RUBRICA 103 = SALARIO-MATERNIDADE: PROVENTO PAGO PELA EMPRESA E
      * COMPENSADO NA GPS DA COMPETENCIA PELO PROGRENC.
       GRAVA-LANC-MATERN.
           MOVE W-COD-ATUAL    TO LAN-CODIGO
           MOVE W-COMPET-SEL   TO LAN-COMPETENCIA
           MOVE 103            TO LAN-RUBRICA
           IF W-DIAS-MAT-FUNC = ZEROS
              DELETE LANCFOLHA RECORD
                 INVALID KEY
                    MOVE "00" TO ST-LAN
              END-DELETE
              GO TO GRAVA-LANC-MATERN-FIM
           END-IF.
           MOVE "P"            TO LAN-TIPO
           MOVE "SALARIO-MATERNIDADE" TO LAN-DESCRICAO
           MOVE W-DIAS-MAT-FUNC TO LAN-QTDE
           MOVE W-VLR-MATERN   TO LAN-VALOR
           WRITE REGLANC
              INVALID KEY
                 REWRITE REGLANC
           END-WRITE.
       GRAVA-LANC-MATERN-FIM.
           EXIT.

      * OCORRENCIA TIPO L (AFASTAMENTO PELO INSS) NO OCORFOLHA, UMA POR
      * FUNCIONARIO/COMPETENCIA: REGRAVA A QUE JA EXISTIR OU USA A
      * PRIMEIRA SEQUENCIA LIVRE. HORAS PROPORCIONAIS A 220 POR MES.
       GRAVA-OCORRENCIA.
           MOVE "N"          TO W-ACHOU-OCO
           MOVE W-COD-ATUAL  TO OCO-CODIGO
           MOVE W-COMPET-SEL TO OCO-COMPETENCIA
           MOVE ZEROS        TO OCO-SEQ
           START OCORFOLHA KEY IS NOT LESS THAN OCO-CHAVE
              INVALID KEY MOVE "99" TO ST-OCOR
              NOT INVALID KEY MOVE "00" TO ST-OCOR
           END-START.
       GRAVA-OCORRENCIA-LOOP.
           IF ST-OCOR NOT = "99"
              READ OCORFOLHA NEXT RECORD
                 AT END MOVE "99" TO ST-OCOR
              END-READ
           END-IF.
           IF ST-OCOR = "99"
              GO TO GRAVA-OCORRENCIA-ACAO
           END-IF.
           IF OCO-CODIGO NOT = W-COD-ATUAL
              OR OCO-COMPETENCIA NOT = W-COMPET-SEL
              GO TO GRAVA-OCORRENCIA-ACAO
           END-IF.
           IF OCO-TIPO = "L"
              MOVE "S" TO W-ACHOU-OCO
              GO TO GRAVA-OCORRENCIA-ACAO
           END-IF.
           GO TO GRAVA-OCORRENCIA-LOOP.
       GRAVA-OCORRENCIA-ACAO.
           MOVE "00" TO ST-OCOR
           IF W-ACHOU-OCO = "S" AND W-DIAS-FUNC = ZEROS
              DELETE OCORFOLHA RECORD
                 INVALID KEY
                    DISPLAY "ERRO AO EXCLUIR OCORRENCIA DO CODIGO "
                             W-COD-ATUAL
              END-DELETE
              GO TO GRAVA-OCORRENCIA-FIM
           END-IF.
           IF W-DIAS-FUNC = ZEROS
              GO TO GRAVA-OCORRENCIA-FIM
           END-IF.
           IF W-ACHOU-OCO = "S"
              MOVE W-DIAS-FUNC TO OCO-QTDEDIAS
              COMPUTE OCO-QTDEHORAS ROUNDED = W-DIAS-FUNC * 220 / 30
              REWRITE REGOCOR
                 INVALID KEY
                    DISPLAY "ERRO AO REGRAVAR OCORRENCIA DO CODIGO "
                             W-COD-ATUAL
              END-REWRITE
              GO TO GRAVA-OCORRENCIA-FIM
           END-IF.
           MOVE W-COD-ATUAL  TO OCO-CODIGO
           MOVE W-COMPET-SEL TO OCO-COMPETENCIA
           MOVE 1            TO OCO-SEQ
           MOVE "L"          TO OCO-TIPO
           MOVE W-DIAS-FUNC  TO OCO-QTDEDIAS
           COMPUTE OCO-QTDEHORAS ROUNDED = W-DIAS-FUNC * 220 / 30.
       GRAVA-OCORRENCIA-WR.
           WRITE REGOCOR
              INVALID KEY
                 ADD 1 TO OCO-SEQ
                 IF OCO-SEQ < 99
                    GO TO GRAVA-OCORRENCIA-WR
                 ELSE
                    DISPLAY "SEM SEQUENCIA LIVRE NO OCORFOLHA P/ "
                             W-COD-ATUAL
                 END-IF
           END-WRITE.
       GRAVA-OCORRENCIA-FIM.
           EXIT.

      *---------[ ROTINAS DE DATA ]-------------------------------------
      * W-DT-CALC (AAAAMMDD) -> W-SERIAL
       CALC-SERIAL.
           COMPUTE W-ANO-ANT = W-DT-ANO - 1
           COMPUTE W-SERIAL = W-ANO-ANT * 365 + ACUM-MES(W-DT-MES)
                            + W-DT-DIA
           DIVIDE W-ANO-ANT BY 4 GIVING W-QUOC
           ADD W-QUOC TO W-SERIAL
           DIVIDE W-ANO-ANT BY 100 GIVING W-QUOC
           SUBTRACT W-QUOC FROM W-SERIAL
           DIVIDE W-ANO-ANT BY 400 GIVING W-QUOC
           ADD W-QUOC TO W-SERIAL
           IF W-DT-MES > 2
              PERFORM VERIFICA-BISSEXTO THRU VERIFICA-BISSEXTO-FIM
              IF W-BISSEXTO = "S"
                 ADD 1 TO W-SERIAL
              END-IF
           END-IF.
       CALC-SERIAL-FIM.
           EXIT.

       VERIFICA-BISSEXTO.
           MOVE "N" TO W-BISSEXTO
           DIVIDE W-DT-ANO BY 4   GIVING W-QUOC REMAINDER W-RESTO4
           DIVIDE W-DT-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100
           DIVIDE W-DT-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400
           IF W-RESTO4 = ZEROS
              IF W-RESTO100 NOT = ZEROS OR W-RESTO400 = ZEROS
                 MOVE "S" TO W-BISSEXTO
              END-IF
           END-IF.
       VERIFICA-BISSEXTO-FIM.
           EXIT.

      * DIAS DO MES DE W-DT-CALC -> W-DIAS-MES
       DIAS-DO-MES.
           MOVE DIAS-MES-T(W-DT-MES) TO W-DIAS-MES
           IF W-DT-MES = 2
              PERFORM VERIFICA-BISSEXTO THRU VERIFICA-BISSEXTO-FIM
              IF W-BISSEXTO = "S"
                 MOVE 29 TO W-DIAS-MES
              END-IF
           END-IF.
       DIAS-DO-MES-FIM.
           EXIT.

       VALIDA-DATA.
           MOVE "N" TO W-DATA-OK
           IF W-DT-ANO < 1900 OR W-DT-ANO > 2100
              GO TO VALIDA-DATA-FIM
           END-IF.
           IF W-DT-MES < 1 OR W-DT-MES > 12
              GO TO VALIDA-DATA-FIM
           END-IF.
           PERFORM DIAS-DO-MES THRU DIAS-DO-MES-FIM
           IF W-DT-DIA < 1 OR W-DT-DIA > W-DIAS-MES
              GO TO VALIDA-DATA-FIM
           END-IF.
           MOVE "S" TO W-DATA-OK.
       VALIDA-DATA-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    22 = REGISTRO JA CADASTRADO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
