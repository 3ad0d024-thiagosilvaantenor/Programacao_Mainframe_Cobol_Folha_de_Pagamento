		IDENTIFICATION DIVISION.
		PROGRAM-ID. PROGRFEC.
      *AUTOR. THIAGO SILVA ANTENOR.
      ****************************************************
      * CADEIA DE FECHAMENTO MENSAL EM LOTE, SEM DIGITACAO*
      * RODA EM SEQUENCIA PROGRSAV (E), PROGRREC (S),     *
      * PROGRCON, PROGRVAR, PROGRREC (P), PROGRREM,       *
      * PROGRHOL, PROGREXT E PROGRESO NA COMPETENCIA      *
      * ATUAL. OS PARAMETROS FICAM NO CTLFOLHA (REGISTRO  *
      * 000000) E A SITUACAO DE CADA ETAPA NO REGISTRO DA *
      * COMPETENCIA. INICIO, FIM E RESULTADO DE CADA      *
      * ETAPA VAO PARA O EXECFOLHA.DAT. A CADEIA PARA NA  *
      * DIVERGENCIA DO PROGRCON OU EM QUALQUER ETAPA QUE  *
      * FALHE, E A NOVA EXECUCAO REINICIA DA ETAPA QUE    *
      * PAROU (O PROGRREC CONTINUA DO ULTIMO CODIGO).     *
      * OPCOES: E-EXECUTA, P-PARAMETROS, C-CONSULTA.      *
      * COM FOLHALOTE = "S" JA NO AMBIENTE (AGENDADOR)    *
      * EXECUTA DIRETO, SEM PERGUNTAR A OPCAO.            *
      ****************************************************
      *-----------------------------------------
		ENVIRONMENT DIVISION.
		CONFIGURATION SECTION.
		SPECIAL-NAMES.
			DECIMAL-POINT IS COMMA.
		INPUT-OUTPUT SECTION.
		FILE-CONTROL.
		SELECT CTLFOLHA ASSIGN TO DISK
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CTL-COMPETENCIA
			FILE STATUS IS ST-CTL.
		SELECT EXECFOLHA ASSIGN TO DISK
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ST-EXE.
      *
      *-----------------------------------------------------------------
		DATA DIVISION.
		FILE SECTION.
		FD CTLFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "CTLFOLHA.DAT".
		01 REGCTL.
		   03 CTL-COMPETENCIA     PIC 9(06).
		   03 CTL-PERCVAR         PIC 9(03)V99.
		   03 CTL-SITUACAO        PIC X(01).
		      88 CTL-ANDAMENTO    VALUE "A".
		      88 CTL-INTERROMPIDA VALUE "I".
		      88 CTL-CONCLUIDA    VALUE "C".
		   03 CTL-ULTCODIGO       PIC 9(06).
		   03 CTL-ETAPA           OCCURS 9 TIMES.
		      05 CTL-SITETAPA     PIC X(01).
		      05 CTL-RCETAPA      PIC 9(03).
		   03 CTL-DATAINI         PIC 9(08).
		   03 CTL-HORAINI         PIC 9(08).
		   03 CTL-DATAFIM         PIC 9(08).
		   03 CTL-HORAFIM         PIC 9(08).

		FD EXECFOLHA
			LABEL RECORD IS STANDARD
			VALUE OF FILE-ID IS "EXECFOLHA.DAT".
		01 LINHAEXE            PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CTL             PIC X(02) VALUE "00".
       01 ST-EXE             PIC X(02) VALUE "00".
       01 W-DATAHOJE         PIC 9(08) VALUE ZEROS.
       01 W-COMPET           PIC 9(06) VALUE ZEROS.
       01 W-OPCAO            PIC X(01) VALUE SPACES.
          88 OPC-EXECUTA     VALUE "E" "e".
          88 OPC-PARAMETROS  VALUE "P" "p".
          88 OPC-CONSULTA    VALUE "C" "c".
       01 W-CONFIRMA         PIC X(01) VALUE SPACES.
       01 W-LOTE             PIC X(01) VALUE SPACES.
       01 W-OPERADOR         PIC X(08) VALUE SPACES.
       01 W-MODULO           PIC X(08) VALUE SPACES.
       01 W-PERCVAR          PIC 9(03)V99 VALUE 10,00.
       01 W-PERC-ENTRA       PIC 9(03)V99 VALUE ZEROS.
       01 W-PERC-LOTE        PIC X(05) VALUE SPACES.
       01 W-PERC-LOTE-R REDEFINES W-PERC-LOTE PIC 9(03)V99.
       01 IX-ETP             PIC 9(02) VALUE ZEROS.
       01 W-RC               PIC 9(03) VALUE ZEROS.
       01 W-SIT-ANT          PIC X(01) VALUE SPACES.
       01 W-SIT-ETAPA        PIC X(01) VALUE SPACES.
       01 W-SIT-CADEIA       PIC X(01) VALUE SPACES.

      *---------[ ETAPAS DA CADEIA, NA ORDEM DO FECHAMENTO ]------------
      * PROGRAMA + MODO REPASSADO EM FOLHAMODO + DESCRICAO. A SITUACAO
      * DE CADA ETAPA NO CTLFOLHA: P PENDENTE, E EM EXECUCAO (SE
      * FICAR ASSIM A CADEIA CAIU NO MEIO DELA), O OK, F FALHOU.
       01 TAB-ETAPAS-V.
          03 FILLER PIC X(29) VALUE "PROGRSAVESALVAGUARDA (COPIAS)".
          03 FILLER PIC X(29) VALUE "PROGRRECSSIMULACAO RECALCULO ".
          03 FILLER PIC X(29) VALUE "PROGRCON CONSISTENCIA        ".
          03 FILLER PIC X(29) VALUE "PROGRVAR VARIACAO COMPETENC. ".
          03 FILLER PIC X(29) VALUE "PROGRRECPRECALCULO/FECHAMENTO".
          03 FILLER PIC X(29) VALUE "PROGRREM REMESSA BANCARIA    ".
          03 FILLER PIC X(29) VALUE "PROGRHOL CONTRACHEQUES       ".
          03 FILLER PIC X(29) VALUE "PROGREXT EXTRACAO P/ ERP     ".
          03 FILLER PIC X(29) VALUE "PROGRESO DECLARACAO FGTS/ESOC".
       01 TAB-ETAPAS REDEFINES TAB-ETAPAS-V.
          03 ETP OCCURS 9 TIMES.
             05 ETP-PROGRAMA  PIC X(08).
             05 ETP-MODO      PIC X(01).
             05 ETP-DESCRICAO PIC X(20).

      *---------[ LINHA DO ARQUIVO DE EXECUCAO ]------------------------
       01 REGEXE.
          03 EXE-DATA        PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 EXE-HORA        PIC 9(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 EXE-LOGIN       PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 EXE-COMPET      PIC 9(06).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 EXE-ETAPA       PIC 9(02).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 EXE-PROGRAMA    PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 EXE-EVENTO      PIC X(06).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 EXE-RC          PIC 9(03).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 EXE-RESULTADO   PIC X(20).

       01 LIN-ETAPA.
          03 LETP            PIC 99.
          03 FILLER          PIC X(03) VALUE " - ".
          03 LPROG           PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 LDESC           PIC X(20).
          03 FILLER          PIC X(01) VALUE SPACE.
          03 LSIT            PIC X(20).
          03 FILLER          PIC X(04) VALUE " RC ".
          03 LRC             PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADEIA DE FECHAMENTO MENSAL DA FOLHA".
           MOVE 8 TO RETURN-CODE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           MOVE W-DATAHOJE(1:6) TO W-COMPET.
           DISPLAY "COMPETENCIA..............: " W-COMPET.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
           IF W-LOTE = "S"
              MOVE "E" TO W-OPCAO
           ELSE
              DISPLAY "OPCAO (E-EXECUTA / P-PARAMETROS / C-CONSULTA): "
              ACCEPT W-OPCAO
           END-IF.
           IF NOT OPC-EXECUTA AND NOT OPC-PARAMETROS
              AND NOT OPC-CONSULTA
              DISPLAY "OPCAO INVALIDA - ASSUMIDA CONSULTA"
              MOVE "C" TO W-OPCAO
           END-IF.

       R0.
           OPEN I-O CTLFOLHA
           IF ST-CTL NOT = "00"
              IF ST-CTL = "30" OR ST-CTL = "35"
                 OPEN OUTPUT CTLFOLHA
                 CLOSE CTLFOLHA
                 OPEN I-O CTLFOLHA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CTLFOLHA: " ST-CTL
                 GO TO ROT-FIM
              END-IF
           END-IF.
      * REGISTRO 000000 = PARAMETROS DA CADEIA (CRIADO COM O PADRAO)
           MOVE ZEROS TO CTL-COMPETENCIA
           READ CTLFOLHA
              INVALID KEY MOVE "23" TO ST-CTL
           END-READ.
           IF ST-CTL NOT = "00"
              MOVE ZEROS  TO REGCTL
              MOVE 10     TO CTL-PERCVAR
              MOVE SPACES TO CTL-SITUACAO
              WRITE REGCTL
                 INVALID KEY
                    DISPLAY "ERRO AO CRIAR OS PARAMETROS DO CTLFOLHA"
                    CLOSE CTLFOLHA
                    GO TO ROT-FIM
              END-WRITE
              DISPLAY "PARAMETROS DA CADEIA CRIADOS COM O PADRAO"
           END-IF.
           MOVE CTL-PERCVAR TO W-PERCVAR.
           IF OPC-PARAMETROS
              GO TO R5-PARAMETROS
           END-IF.
           IF OPC-CONSULTA
              GO TO R6-CONSULTA
           END-IF.

      *---------[ PREPARACAO: NOVA CADEIA OU REINICIO ]-----------------
       R1-PREPARA.
           MOVE "R" TO W-SIT-ANT
           MOVE W-COMPET TO CTL-COMPETENCIA
           READ CTLFOLHA
              INVALID KEY MOVE "23" TO ST-CTL
           END-READ.
           IF ST-CTL NOT = "00"
              MOVE "N"      TO W-SIT-ANT
              MOVE ZEROS    TO REGCTL
              MOVE W-COMPET TO CTL-COMPETENCIA
              MOVE ZEROS TO IX-ETP
              PERFORM ZERA-ETAPAS THRU ZERA-ETAPAS-FIM
              WRITE REGCTL
                 INVALID KEY
                    DISPLAY "ERRO AO CRIAR A COMPETENCIA NO CTLFOLHA"
                    CLOSE CTLFOLHA
                    GO TO ROT-FIM
              END-WRITE
           END-IF.
           IF CTL-CONCLUIDA
              DISPLAY "*** CADEIA JA CONCLUIDA NA COMPETENCIA "
                       W-COMPET " ***"
              DISPLAY "USE A OPCAO P PARA LIBERAR NOVA EXECUCAO."
              CLOSE CTLFOLHA
              MOVE ZEROS TO RETURN-CODE
              GO TO ROT-FIM
           END-IF.
      * REGISTRO JA EXISTENTE E NAO CONCLUIDO = REINICIO
           IF W-SIT-ANT = "R"
              PERFORM MOSTRA-REINICIO THRU MOSTRA-REINICIO-FIM
           END-IF.
           MOVE "A"       TO CTL-SITUACAO
           MOVE W-PERCVAR TO CTL-PERCVAR
           ACCEPT CTL-DATAINI FROM DATE YYYYMMDD
           ACCEPT CTL-HORAINI FROM TIME
           MOVE ZEROS TO CTL-DATAFIM CTL-HORAFIM
           REWRITE REGCTL
              INVALID KEY
                 DISPLAY "ERRO AO REGRAVAR O CTLFOLHA"
                 CLOSE CTLFOLHA
                 GO TO ROT-FIM
           END-REWRITE.
      * OS MODULOS ABREM O CTLFOLHA POR CONTA PROPRIA (PONTO DE
      * REINICIO DO PROGRREC); AQUI ELE SO FICA ABERTO NA GRAVACAO.
           CLOSE CTLFOLHA.

           MOVE ZEROS    TO IX-ETP W-RC
           MOVE "CADEIA" TO W-MODULO
           MOVE "INICIO" TO EXE-EVENTO
           MOVE "INICIO DA CADEIA"  TO EXE-RESULTADO
           PERFORM GRAVA-EXECUCAO THRU GRAVA-EXECUCAO-FIM.

           DISPLAY "FOLHALOTE" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           MOVE W-PERCVAR TO W-PERC-LOTE-R
           DISPLAY "FOLHAPERCVAR" UPON ENVIRONMENT-NAME
           DISPLAY W-PERC-LOTE UPON ENVIRONMENT-VALUE.

      *---------[ EXECUCAO DAS ETAPAS ]---------------------------------
       R2-ETAPA.
           ADD 1 TO IX-ETP
           IF IX-ETP > 9
              GO TO R8-CONCLUI
           END-IF.
           PERFORM LE-SITUACAO THRU LE-SITUACAO-FIM.
           IF W-SIT-ANT = "O"
              GO TO R2-ETAPA
           END-IF.

           DISPLAY " ".
           DISPLAY "ETAPA " IX-ETP " - " ETP-PROGRAMA(IX-ETP) " "
                    ETP-DESCRICAO(IX-ETP).
           DISPLAY "FOLHAMODO" UPON ENVIRONMENT-NAME
           DISPLAY ETP-MODO(IX-ETP) UPON ENVIRONMENT-VALUE.
           MOVE "E"   TO W-SIT-ETAPA
           MOVE "A"   TO W-SIT-CADEIA
           MOVE ZEROS TO W-RC
           PERFORM ATUALIZA-ETAPA THRU ATUALIZA-ETAPA-FIM.
           MOVE ETP-PROGRAMA(IX-ETP) TO W-MODULO
           MOVE "INICIO" TO EXE-EVENTO
           MOVE SPACES   TO EXE-RESULTADO
           PERFORM GRAVA-EXECUCAO THRU GRAVA-EXECUCAO-FIM.

           MOVE ZEROS TO RETURN-CODE
           CALL W-MODULO
              ON EXCEPTION
                 DISPLAY "*** MODULO " W-MODULO " NAO DISPONIVEL ***"
                 MOVE 99 TO W-RC
              NOT ON EXCEPTION
                 MOVE RETURN-CODE TO W-RC
           END-CALL.
           CANCEL W-MODULO.

           MOVE "FIM"    TO EXE-EVENTO
           IF W-RC = ZEROS
              MOVE "O" TO W-SIT-ETAPA
              MOVE "CONCLUIDA" TO EXE-RESULTADO
              PERFORM ATUALIZA-ETAPA THRU ATUALIZA-ETAPA-FIM
              PERFORM GRAVA-EXECUCAO THRU GRAVA-EXECUCAO-FIM
              GO TO R2-ETAPA
           END-IF.

           MOVE "F" TO W-SIT-ETAPA
           MOVE "I" TO W-SIT-CADEIA
           IF ETP-PROGRAMA(IX-ETP) = "PROGRCON" AND W-RC = 4
              MOVE "DIVERGENCIA" TO EXE-RESULTADO
           ELSE
              IF W-RC = 99
                 MOVE "MODULO INDISPONIVEL" TO EXE-RESULTADO
              ELSE
                 MOVE "FALHA" TO EXE-RESULTADO
              END-IF
           END-IF.
           PERFORM ATUALIZA-ETAPA THRU ATUALIZA-ETAPA-FIM.
           PERFORM GRAVA-EXECUCAO THRU GRAVA-EXECUCAO-FIM.
           DISPLAY " ".
           DISPLAY "*** CADEIA INTERROMPIDA NA ETAPA " IX-ETP " - "
                    ETP-PROGRAMA(IX-ETP) " (" EXE-RESULTADO ") ***".
           IF ETP-PROGRAMA(IX-ETP) = "PROGRCON"
              DISPLAY "CONFIRA AS DIVERGENCIAS EM RELCONS.LST."
           END-IF.
           DISPLAY "CORRIJA E EXECUTE A CADEIA DE NOVO - ELA REINICIA "
                    "DESTA ETAPA.".
           MOVE W-RC TO RETURN-CODE.
           GO TO R9-FIM.

       R8-CONCLUI.
           MOVE ZEROS TO IX-ETP W-RC
           MOVE "C"   TO W-SIT-CADEIA
           PERFORM ATUALIZA-ETAPA THRU ATUALIZA-ETAPA-FIM.
           MOVE "CADEIA" TO W-MODULO
           MOVE "FIM"    TO EXE-EVENTO
           MOVE "CADEIA CONCLUIDA" TO EXE-RESULTADO
           PERFORM GRAVA-EXECUCAO THRU GRAVA-EXECUCAO-FIM.
           DISPLAY " ".
           DISPLAY "CADEIA DE FECHAMENTO CONCLUIDA - COMPETENCIA "
                    W-COMPET.
           DISPLAY "EXECUCAO REGISTRADA EM EXECFOLHA.DAT".
           MOVE ZEROS TO RETURN-CODE.

       R9-FIM.
      * DEVOLVE O AMBIENTE AO MODO INTERATIVO PARA AS OPCOES DO MENU
           DISPLAY "FOLHALOTE" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           DISPLAY "FOLHAMODO" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE.
           GO TO ROT-FIM.

      *---------[ PARAMETROS DA CADEIA E LIBERACAO DE NOVA EXECUCAO ]---
       R5-PARAMETROS.
           DISPLAY "PERCENTUAL DE CORTE DO PROGRVAR...: " W-PERCVAR.
           DISPLAY "NOVO PERCENTUAL (ZERO = MANTEM)...: ".
           ACCEPT W-PERC-ENTRA.
           IF W-PERC-ENTRA > ZEROS
              MOVE W-PERC-ENTRA TO CTL-PERCVAR W-PERCVAR
              REWRITE REGCTL
                 INVALID KEY
                    DISPLAY "ERRO AO REGRAVAR OS PARAMETROS"
              END-REWRITE
              DISPLAY "PERCENTUAL DE CORTE ALTERADO PARA " W-PERCVAR
           END-IF.

           MOVE W-COMPET TO CTL-COMPETENCIA
           READ CTLFOLHA
              INVALID KEY MOVE "23" TO ST-CTL
           END-READ.
           IF ST-CTL NOT = "00"
              DISPLAY "COMPETENCIA " W-COMPET " AINDA SEM EXECUCAO DA "
                       "CADEIA."
              CLOSE CTLFOLHA
              MOVE ZEROS TO RETURN-CODE
              GO TO ROT-FIM
           END-IF.
           PERFORM MOSTRA-SITUACAO THRU MOSTRA-SITUACAO-FIM.
           DISPLAY "LIBERA NOVA EXECUCAO DESDE A ETAPA 01 (S/N)? ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA = "S" OR W-CONFIRMA = "s"
              IF CTL-ULTCODIGO > ZEROS
                 DISPLAY "*** ATENCAO: O PONTO DE REINICIO DO PROGRREC "
                          "(CODIGO " CTL-ULTCODIGO ") SERA DESCARTADO"
                 DISPLAY "    E O RECALCULO RECOMECA DO PRIMEIRO CODIGO"
              END-IF
              MOVE ZEROS TO IX-ETP
              PERFORM ZERA-ETAPAS THRU ZERA-ETAPAS-FIM
              REWRITE REGCTL
                 INVALID KEY
                    DISPLAY "ERRO AO REGRAVAR O CTLFOLHA"
              END-REWRITE
              DISPLAY "CADEIA LIBERADA - A PROXIMA EXECUCAO COMECA DA "
                       "ETAPA 01."
           END-IF.
           CLOSE CTLFOLHA.
           MOVE ZEROS TO RETURN-CODE.
           GO TO ROT-FIM.

      *---------[ CONSULTA DA SITUACAO NA COMPETENCIA ]-----------------
       R6-CONSULTA.
           MOVE W-COMPET TO CTL-COMPETENCIA
           READ CTLFOLHA
              INVALID KEY MOVE "23" TO ST-CTL
           END-READ.
           IF ST-CTL NOT = "00"
              DISPLAY "COMPETENCIA " W-COMPET " AINDA SEM EXECUCAO DA "
                       "CADEIA."
           ELSE
              PERFORM MOSTRA-SITUACAO THRU MOSTRA-SITUACAO-FIM
           END-IF.
           DISPLAY "PERCENTUAL DE CORTE DO PROGRVAR...: " W-PERCVAR.
           CLOSE CTLFOLHA.
           MOVE ZEROS TO RETURN-CODE.

       ROT-FIM.
           GOBACK.

      *---------[ ROTINAS DO CTLFOLHA ]---------------------------------
      * ZERA-ETAPAS PREPARA O REGISTRO DA COMPETENCIA (JA LIDO OU NOVO)
      * PARA COMECAR DA ETAPA 01. CHAMAR COM IX-ETP ZERADO.
       ZERA-ETAPAS.
           ADD 1 TO IX-ETP
           IF IX-ETP > 9
              MOVE ZEROS     TO CTL-ULTCODIGO
              MOVE "A"       TO CTL-SITUACAO
              MOVE W-PERCVAR TO CTL-PERCVAR
              GO TO ZERA-ETAPAS-FIM
           END-IF.
           MOVE "P"   TO CTL-SITETAPA(IX-ETP)
           MOVE ZEROS TO CTL-RCETAPA(IX-ETP)
           GO TO ZERA-ETAPAS.
       ZERA-ETAPAS-FIM.
           EXIT.

       LE-SITUACAO.
           MOVE "P" TO W-SIT-ANT
           OPEN INPUT CTLFOLHA
           IF ST-CTL NOT = "00"
              GO TO LE-SITUACAO-FIM
           END-IF.
           MOVE W-COMPET TO CTL-COMPETENCIA
           READ CTLFOLHA
              INVALID KEY MOVE "23" TO ST-CTL
           END-READ.
           IF ST-CTL = "00"
              MOVE CTL-SITETAPA(IX-ETP) TO W-SIT-ANT
           END-IF.
           CLOSE CTLFOLHA.
       LE-SITUACAO-FIM.
           EXIT.

      * RELE O REGISTRO A CADA GRAVACAO, POIS O PROGRREC ATUALIZA NELE
      * O PONTO DE REINICIO ENQUANTO A ETAPA RODA. IX-ETP ZERADO SO
      * ATUALIZA A SITUACAO GERAL DA CADEIA.
       ATUALIZA-ETAPA.
           OPEN I-O CTLFOLHA
           IF ST-CTL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CTLFOLHA: " ST-CTL
              GO TO ATUALIZA-ETAPA-FIM
           END-IF.
           MOVE W-COMPET TO CTL-COMPETENCIA
           READ CTLFOLHA
              INVALID KEY MOVE "23" TO ST-CTL
           END-READ.
           IF ST-CTL NOT = "00"
              DISPLAY "COMPETENCIA " W-COMPET " SUMIU DO CTLFOLHA"
              CLOSE CTLFOLHA
              GO TO ATUALIZA-ETAPA-FIM
           END-IF.
           IF IX-ETP > ZEROS
              MOVE W-SIT-ETAPA TO CTL-SITETAPA(IX-ETP)
              MOVE W-RC        TO CTL-RCETAPA(IX-ETP)
           END-IF.
           MOVE W-SIT-CADEIA TO CTL-SITUACAO.
           IF W-SIT-CADEIA NOT = "A"
              ACCEPT CTL-DATAFIM FROM DATE YYYYMMDD
              ACCEPT CTL-HORAFIM FROM TIME
           END-IF.
           REWRITE REGCTL
              INVALID KEY
                 DISPLAY "ERRO AO REGRAVAR O CTLFOLHA"
           END-REWRITE.
           CLOSE CTLFOLHA.
       ATUALIZA-ETAPA-FIM.
           EXIT.

      *---------[ EXIBICAO DA SITUACAO DAS ETAPAS ]---------------------
       MOSTRA-REINICIO.
           MOVE ZEROS TO IX-ETP.
       MOSTRA-REINICIO-LOOP.
           ADD 1 TO IX-ETP
           IF IX-ETP > 9
              GO TO MOSTRA-REINICIO-FIM
           END-IF.
           IF CTL-SITETAPA(IX-ETP) = "O"
              GO TO MOSTRA-REINICIO-LOOP
           END-IF.
           DISPLAY "*** REINICIO DA CADEIA NA ETAPA " IX-ETP " - "
                    ETP-PROGRAMA(IX-ETP) " ***".
           IF CTL-ULTCODIGO > ZEROS
              DISPLAY "PROGRREC CONTINUA APOS O CODIGO " CTL-ULTCODIGO
           END-IF.
       MOSTRA-REINICIO-FIM.
           EXIT.

       MOSTRA-SITUACAO.
           IF CTL-CONCLUIDA
              DISPLAY "CADEIA CONCLUIDA EM " CTL-DATAFIM " "
                       CTL-HORAFIM(1:6)
           ELSE
              IF CTL-INTERROMPIDA
                 DISPLAY "CADEIA INTERROMPIDA EM " CTL-DATAFIM " "
                          CTL-HORAFIM(1:6)
              ELSE
                 DISPLAY "CADEIA INICIADA EM " CTL-DATAINI " "
                          CTL-HORAINI(1:6) " E NAO TERMINADA"
              END-IF
           END-IF.
           MOVE ZEROS TO IX-ETP.
       MOSTRA-SITUACAO-LOOP.
           ADD 1 TO IX-ETP
           IF IX-ETP > 9
              GO TO MOSTRA-SITUACAO-FIM
           END-IF.
           MOVE IX-ETP                TO LETP
           MOVE ETP-PROGRAMA(IX-ETP)  TO LPROG
           MOVE ETP-DESCRICAO(IX-ETP) TO LDESC
           MOVE CTL-RCETAPA(IX-ETP)   TO LRC
           IF CTL-SITETAPA(IX-ETP) = "O"
              MOVE "CONCLUIDA" TO LSIT
           ELSE
              IF CTL-SITETAPA(IX-ETP) = "F"
                 MOVE "FALHOU" TO LSIT
              ELSE
                 IF CTL-SITETAPA(IX-ETP) = "E"
                    MOVE "CAIU NO MEIO" TO LSIT
                 ELSE
                    MOVE "PENDENTE" TO LSIT
                 END-IF
              END-IF
           END-IF.
           DISPLAY LIN-ETAPA.
           GO TO MOSTRA-SITUACAO-LOOP.
       MOSTRA-SITUACAO-FIM.
           IF CTL-ULTCODIGO > ZEROS
              DISPLAY "PONTO DE REINICIO DO PROGRREC: CODIGO "
                       CTL-ULTCODIGO
           END-IF.
           EXIT.

      *---------[ ARQUIVO DE EXECUCAO - UMA LINHA POR EVENTO ]----------
       GRAVA-EXECUCAO.
           OPEN EXTEND EXECFOLHA
           IF ST-EXE NOT = "00"
              OPEN OUTPUT EXECFOLHA
           END-IF.
           ACCEPT EXE-DATA FROM DATE YYYYMMDD
           ACCEPT EXE-HORA FROM TIME
           MOVE W-OPERADOR TO EXE-LOGIN
           MOVE W-COMPET   TO EXE-COMPET
           MOVE IX-ETP     TO EXE-ETAPA
           MOVE W-MODULO   TO EXE-PROGRAMA
           MOVE W-RC       TO EXE-RC
           MOVE REGEXE TO LINHAEXE
           WRITE LINHAEXE
           CLOSE EXECFOLHA.
       GRAVA-EXECUCAO-FIM.
           EXIT.

      *---------[ OPERADOR REPASSADO PELO PROGRMEN / AGENDADOR ]--------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR W-LOTE
           DISPLAY "FOLHAOPER" UPON ENVIRONMENT-NAME
           ACCEPT W-OPERADOR FROM ENVIRONMENT-VALUE
           IF W-OPERADOR = SPACES
              MOVE "LOTE" TO W-OPERADOR
           END-IF.
           DISPLAY "FOLHALOTE" UPON ENVIRONMENT-NAME
           ACCEPT W-LOTE FROM ENVIRONMENT-VALUE.
       LE-OPERADOR-FIM.
           EXIT.

      *    FILE STATUS
      *    00 = OPERACAO REALIZADA COM SUCESSO
      *    23 = REGISTRO NAO ENCONTRADO
      *    30 = ARQUIVO NAO ENCONTRADO
