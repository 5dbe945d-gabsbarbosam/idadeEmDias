000100******************************************************************
000200* PROGRAM:     OPERRPT
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     DAILY SIGN-ON SECURITY REPORT FOR THE SECURITY
000800*              REVIEW.  READS THE SIGN-ON LOG (SIGNLOG) THAT
000900*              PERSMNT APPENDS EVERY SIGN-ON ATTEMPT TO, AND
001000*              LISTS EVERY ATTEMPT OF THE REPORT PERIOD THAT DID
001100*              NOT SIGN THE CLERK ON - WRONG PASSWORD, UNKNOWN
001200*              OPERATOR, OPERATOR ALREADY REVOKED, OPERATOR
001300*              LOCKED OUT BY THE ATTEMPT, SESSION ENDED AFTER
001400*              TOO MANY ATTEMPTS - WITH CONTROL TOTALS BY KIND.
001500*              THE PERIOD ENDS ON THE AS-OF DATE - THE RUNPARM
001600*              DATE, OR THE LAST BUSINESS DAY BEFORE TODAY ON
001700*              THE BUSINESS CALENDAR - AND STARTS THE DAY AFTER
001710*              THE BUSINESS DAY BEFORE IT, SO THE WEEKENDS AND
001720*              HOLIDAYS BETWEEN TWO RUNS ARE REPORTED WITH THE
001730*              NEXT BUSINESS DAY AND NO DAY IS REPORTED TWICE.
001740*              WITHOUT A CALENDAR THE PERIOD IS THE AS-OF DATE
001750*              ALONE (THE CURRENT DATE WHEN RUNPARM HAS NONE).
001760*              EACH LINE CARRIES THE DATE OF THE ATTEMPT.
001800* TECTONICS:   cobc
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 15/10/2026  GB   ORIGINAL VERSION.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. OPERRPT.
002700 AUTHOR. GABRIELA BARBOSA.
002800 INSTALLATION. DATA PROCESSING CENTER.
002900 DATE-WRITTEN. 15/10/2026.
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNLOG"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-STATUS-SIGNLOG.
003700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-STATUS-RUNPARM.
004000     SELECT SECURITY-REPORT-FILE ASSIGN TO "OPERRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-STATUS-OPERRPT.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*-----------------------------------------------------------------
004600* SIGNON-LOG-FILE - ONE ENTRY PER SIGN-ON ATTEMPT.  THE SHARED
004700* SIGNREC LAYOUT.
004800*-----------------------------------------------------------------
004900 FD  SIGNON-LOG-FILE.
005000     COPY SIGNREC.
005100*-----------------------------------------------------------------
005200* RUN-CONTROL-FILE - THE SAME RUNPARM RECORD THE BATCH REPORT
005300* RUN READS.  ONLY THE AS-OF DATE MATTERS HERE.
005400*-----------------------------------------------------------------
005500 FD  RUN-CONTROL-FILE.
005600 01  RUN-CONTROL-RECORD.
005700     05  RC-DATA-BASE            PIC X(08).
005800     05  RC-INTERVALO-CHECKPOINT PIC X(05).
005900     05  RC-MAX-LINHAS-PAGINA    PIC X(02).
006000*-----------------------------------------------------------------
006100* SECURITY-REPORT-FILE - THE PRINTED SECURITY REPORT.
006200*-----------------------------------------------------------------
006300 FD  SECURITY-REPORT-FILE.
006400 01  SECURITY-REPORT-RECORD         PIC X(80).
006500 WORKING-STORAGE SECTION.
006600*-----------------------------------------------------------------
006700* FILE STATUS FOR EVERY FILE, AND A SWITCH TO REMEMBER WHETHER
006800* THE REPORT CAME UP CLEAN.
006900*-----------------------------------------------------------------
007000 77  WS-STATUS-SIGNLOG           PIC X(02) VALUE SPACES.
007100 77  WS-STATUS-RUNPARM           PIC X(02) VALUE SPACES.
007200 77  WS-STATUS-OPERRPT           PIC X(02) VALUE SPACES.
007300 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
007400     88  LOTE-ABERTO              VALUE "S".
007500 77  WS-FIM-LOG                  PIC X(01) VALUE "N".
007600     88  FIM-LOG                  VALUE "S".
007700*-----------------------------------------------------------------
007800* THE PERIOD BEING REPORTED - FROM WS-DATA-INICIO TO THE AS-OF
007900* DATE IN WS-DATA-HOJE - AND THE DATE OF THE ENTRY IN HAND,
007910* PARSED OUT OF SL-TIMESTAMP (AAAA-MM-DD HH:MM:SS).
008000*-----------------------------------------------------------------
008100 77  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
008200 77  WS-DATA-HOJE                PIC 9(08) VALUE ZERO.
008210 77  WS-DATA-INICIO              PIC 9(08) VALUE ZERO.
008220 77  WS-DIA-INTEIRO              PIC S9(09) VALUE ZERO.
008300 77  WS-DATA-ENTRADA-LOG         PIC 9(08) VALUE ZERO.
008400*-----------------------------------------------------------------
008500* CONTROL TOTALS - EVERY ENTRY READ, THE PERIOD'S ENTRIES,
008600* AND THOSE BROKEN DOWN BY OUTCOME.
008700*-----------------------------------------------------------------
008800 77  WS-TOTAL-LIDAS              PIC 9(07) VALUE ZERO.
008900 77  WS-TOTAL-DO-DIA             PIC 9(07) VALUE ZERO.
009000 77  WS-TOTAL-CONECTADOS         PIC 9(07) VALUE ZERO.
009100 77  WS-TOTAL-SENHA-ERRADA       PIC 9(07) VALUE ZERO.
009200 77  WS-TOTAL-DESCONHECIDOS      PIC 9(07) VALUE ZERO.
009300 77  WS-TOTAL-REVOGADOS          PIC 9(07) VALUE ZERO.
009400 77  WS-TOTAL-BLOQUEADOS         PIC 9(07) VALUE ZERO.
009500 77  WS-TOTAL-ESGOTADOS          PIC 9(07) VALUE ZERO.
009600 77  WS-TOTAL-ILEGIVEIS          PIC 9(07) VALUE ZERO.
009700 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
009800 77  WS-ROTULO-TOTAL             PIC X(30) VALUE SPACES.
009900*-----------------------------------------------------------------
009910* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
009920* CALENDAR BOTH ENDS OF THE PERIOD COME FROM.
009930*-----------------------------------------------------------------
009940     COPY CALDIAP.
009950*-----------------------------------------------------------------
010000* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
010100* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
010200* COUNT AND RETURN CODE TO.
010300*-----------------------------------------------------------------
010400     COPY RUNLOGP.
010500*-----------------------------------------------------------------
010600* REPORT PAGE CONTROL, SCRATCH LINE AND EDITED FIELDS.
010700*-----------------------------------------------------------------
010800 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 20.
010900 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
011000 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
011100 77  WS-LINHA-RELATORIO          PIC X(80) VALUE SPACES.
011200 77  WS-TEXTO-OCORRENCIA         PIC X(30) VALUE SPACES.
011300 77  WS-FALHAS-EDITADO           PIC Z9.
011400*-----------------------------------------------------------------
011500* LITERAL COLUMN HEADING LINE FOR THE REPORT.
011600*-----------------------------------------------------------------
011700 01  WS-CABECALHO-COLUNAS.
011800     05  FILLER                  PIC X(21) VALUE "DATA E HORA".
011900     05  FILLER                  PIC X(10) VALUE "OPERADOR".
012000     05  FILLER                  PIC X(32) VALUE "OCORRENCIA".
012100     05  FILLER                  PIC X(17) VALUE "FALHAS".
012200
012300 PROCEDURE DIVISION.
012400 0000-MAINLINE.
012500
012600     MOVE "INICIO" TO RL-EVENTO
012700     MOVE ZERO     TO RL-CONTAGEM
012800     MOVE ZERO     TO RL-CODIGO-RETORNO
012900     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
013000
013100     PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
013200
013300     IF LOTE-ABERTO
013400         PERFORM 2000-PROCESSAR-ENTRADA THRU 2000-EXIT
013500             UNTIL FIM-LOG
013600         PERFORM 4000-IMPRIMIR-RODAPE THRU 4000-EXIT
013700         PERFORM 5000-FECHAR-ARQUIVOS THRU 5000-EXIT
013800     END-IF
013900
014000     MOVE "FIM"           TO RL-EVENTO
014100     MOVE WS-TOTAL-DO-DIA TO RL-CONTAGEM
014200     MOVE RETURN-CODE     TO RL-CODIGO-RETORNO
014300     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
014400
014500     STOP RUN.
014600*-----------------------------------------------------------------
014700* 1000-ABRIR-ARQUIVOS
014800* SETTLES THE REPORT PERIOD AND OPENS THE REPORT AND THE
014900* SIGN-ON LOG.  THE REPORT FILE IS FATAL (RETURN-CODE 8); A
015000* MISSING SIGN-ON LOG ONLY MEANS NOBODY HAS EVER SIGNED ON, AND
015100* STILL GETS ITS (EMPTY) REPORT.
015200*-----------------------------------------------------------------
015300 1000-ABRIR-ARQUIVOS.
015400
015500     MOVE "N" TO WS-LOTE-ABERTO-SW
015600     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
015700
015800     IF WS-DATA-BASE NOT = ZERO
015900         MOVE WS-DATA-BASE TO WS-DATA-HOJE
016000     ELSE
016100         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
016200     END-IF
016210     MOVE WS-DATA-HOJE TO WS-DATA-INICIO
016220     PERFORM 1300-INICIO-DO-PERIODO THRU 1300-EXIT
016300
016400     OPEN OUTPUT SECURITY-REPORT-FILE
016500     IF WS-STATUS-OPERRPT NOT = "00"
016600         DISPLAY "*** ERRO AO ABRIR OPERRPT - FILE STATUS "
016700             WS-STATUS-OPERRPT " - RELATORIO CANCELADO - "
016800             "RETURN-CODE 8 ***"
016900         MOVE 8 TO RETURN-CODE
017000     ELSE
017100         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
017200         OPEN INPUT SIGNON-LOG-FILE
017300         IF WS-STATUS-SIGNLOG NOT = "00"
017400             DISPLAY "*** SIGNLOG AUSENTE - NENHUMA CONEXAO "
017500                 "REGISTRADA ***"
017600             MOVE "S" TO WS-FIM-LOG
017700         ELSE
017800             PERFORM 2100-LER-LOG THRU 2100-EXIT
017900         END-IF
018000         MOVE "S" TO WS-LOTE-ABERTO-SW
018100     END-IF.
018200
018300 1000-EXIT.
018400     EXIT.
018500*-----------------------------------------------------------------
018600* 1100-LER-PARAMETROS
018700* READS THE RUNPARM AS-OF DATE, EXACTLY AS THE BATCH REPORT RUN
018800* DOES - A MISSING FILE OR A BLANK/NON-NUMERIC DATE FALLS BACK
018900* TO THE LAST BUSINESS DAY BEFORE TODAY FROM THE BUSINESS
018910* CALENDAR (OR, WITHOUT ONE, TO THE CURRENT DATE).
019000*-----------------------------------------------------------------
019100 1100-LER-PARAMETROS.
019200
019300     MOVE ZERO TO WS-DATA-BASE
019400     OPEN INPUT RUN-CONTROL-FILE
019500     IF WS-STATUS-RUNPARM = "00"
019600         READ RUN-CONTROL-FILE
019700             AT END CONTINUE
019800             NOT AT END
019900                 IF RC-DATA-BASE IS NUMERIC AND
020000                    RC-DATA-BASE NOT = "00000000"
020100                     MOVE RC-DATA-BASE TO WS-DATA-BASE
020200                 END-IF
020300         END-READ
020400         CLOSE RUN-CONTROL-FILE
020500     ELSE
020600         DISPLAY "*** RUNPARM AUSENTE - USANDO O CALENDARIO ***"
020700     END-IF
020710     IF WS-DATA-BASE = ZERO
020720         PERFORM 1200-DATA-DO-CALENDARIO THRU 1200-EXIT
020730     END-IF.
020800
020900 1100-EXIT.
021000     EXIT.
021010*-----------------------------------------------------------------
021020* 1200-DATA-DO-CALENDARIO
021030* NO AS-OF DATE ON RUNPARM - THE REPORT RUNS IN THE SMALL HOURS
021040* FOR THE LAST BUSINESS DAY BEFORE TODAY, TAKEN FROM THE
021050* BUSINESS CALENDAR.  WITHOUT A CALENDAR (OR WITH TODAY OFF IT)
021060* THE REPORT GOES ON AGAINST THE CURRENT DATE.
021070*-----------------------------------------------------------------
021080 1200-DATA-DO-CALENDARIO.
021090
021100     MOVE ZERO TO CD-DATA
021110     CALL "CALDIA" USING CALDIA-PARAMETROS
021120     IF CD-OK
021130         MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-BASE
021140         DISPLAY "DATA-BASE DO CALENDARIO (ULTIMO DIA UTIL): "
021150             WS-DATA-BASE
021160     ELSE
021170         DISPLAY "*** CALENDARIO INDISPONIVEL - USANDO A DATA "
021180             "ATUAL ***"
021190     END-IF.
021200
021210 1200-EXIT.
021220     EXIT.
021230*-----------------------------------------------------------------
021240* 1300-INICIO-DO-PERIODO
021250* THE PERIOD STARTS THE DAY AFTER THE BUSINESS DAY BEFORE THE
021260* AS-OF DATE, SO THE DAYS OFF SINCE THE LAST RUN ARE COVERED.
021270* WITHOUT A CALENDAR ANSWER THE PERIOD STAYS THE AS-OF DATE
021280* ALONE, AS SET BY THE CALLER.
021290*-----------------------------------------------------------------
021300 1300-INICIO-DO-PERIODO.
021310
021320     MOVE WS-DATA-HOJE TO CD-DATA
021330     CALL "CALDIA" USING CALDIA-PARAMETROS
021340     IF CD-OK
021350         COMPUTE WS-DIA-INTEIRO =
021360             FUNCTION INTEGER-OF-DATE (CD-DATA-UTIL-ANTERIOR) + 1
021370         COMPUTE WS-DATA-INICIO =
021380             FUNCTION DATE-OF-INTEGER (WS-DIA-INTEIRO)
021390     ELSE
021400         DISPLAY "*** CALENDARIO INDISPONIVEL - CD-RETORNO "
021410             CD-RETORNO " - RELATORIO SO DA DATA " WS-DATA-HOJE
021420             " ***"
021430     END-IF.
021440
021450 1300-EXIT.
021460     EXIT.
021470*-----------------------------------------------------------------
021480* 2000-PROCESSAR-ENTRADA
021490* COUNTS ONE SIGN-ON LOG ENTRY - ONLY ENTRIES STAMPED WITHIN THE
021495* REPORT PERIOD COUNT - PRINTS IT WHEN IT IS NOT A GOOD SIGN-ON,
021500* AND READS THE NEXT AHEAD.  AN ENTRY WHOSE TIMESTAMP DOES NOT
021600* PARSE IS COUNTED AND SKIPPED RATHER THAN ABORTING THE REPORT.
021700*-----------------------------------------------------------------
021800 2000-PROCESSAR-ENTRADA.
021900
022000     ADD 1 TO WS-TOTAL-LIDAS
022100
022200     IF SL-TIMESTAMP (1:4) IS NUMERIC AND
022300        SL-TIMESTAMP (6:2) IS NUMERIC AND
022400        SL-TIMESTAMP (9:2) IS NUMERIC
022500         COMPUTE WS-DATA-ENTRADA-LOG =
022600             FUNCTION NUMVAL (SL-TIMESTAMP (1:4)) * 10000
022700             + FUNCTION NUMVAL (SL-TIMESTAMP (6:2)) * 100
022800             + FUNCTION NUMVAL (SL-TIMESTAMP (9:2))
022900         IF WS-DATA-ENTRADA-LOG NOT < WS-DATA-INICIO AND
022950            WS-DATA-ENTRADA-LOG NOT > WS-DATA-HOJE
023000             ADD 1 TO WS-TOTAL-DO-DIA
023100             PERFORM 2200-CLASSIFICAR-ENTRADA THRU 2200-EXIT
023200         END-IF
023300     ELSE
023400         ADD 1 TO WS-TOTAL-ILEGIVEIS
023500     END-IF
023600
023700     PERFORM 2100-LER-LOG THRU 2100-EXIT.
023800
023900 2000-EXIT.
024000     EXIT.
024100*-----------------------------------------------------------------
024200* 2100-LER-LOG
024300*-----------------------------------------------------------------
024400 2100-LER-LOG.
024500
024600     READ SIGNON-LOG-FILE
024700         AT END SET FIM-LOG TO TRUE
024800     END-READ.
024900
025000 2100-EXIT.
025100     EXIT.
025200*-----------------------------------------------------------------
025300* 2200-CLASSIFICAR-ENTRADA
025400* COUNTS THE ENTRY BY OUTCOME AND PRINTS EVERY ONE THAT IS NOT A
025500* GOOD SIGN-ON.  AN OUTCOME CODE THIS REPORT DOES NOT KNOW IS
025600* PRINTED TOO, RATHER THAN HIDDEN FROM THE REVIEW.
025700*-----------------------------------------------------------------
025800 2200-CLASSIFICAR-ENTRADA.
025900
026000     EVALUATE TRUE
026100         WHEN SL-CONECTADO
026200             ADD 1 TO WS-TOTAL-CONECTADOS
026300         WHEN SL-SENHA-ERRADA
026400             ADD 1 TO WS-TOTAL-SENHA-ERRADA
026500             MOVE "SENHA ERRADA" TO WS-TEXTO-OCORRENCIA
026600         WHEN SL-DESCONHECIDO
026700             ADD 1 TO WS-TOTAL-DESCONHECIDOS
026800             MOVE "OPERADOR DESCONHECIDO" TO WS-TEXTO-OCORRENCIA
026900         WHEN SL-REVOGADO
027000             ADD 1 TO WS-TOTAL-REVOGADOS
027100             MOVE "OPERADOR JA REVOGADO" TO WS-TEXTO-OCORRENCIA
027200         WHEN SL-BLOQUEADO
027300             ADD 1 TO WS-TOTAL-BLOQUEADOS
027400             MOVE "*** OPERADOR BLOQUEADO ***"
027500                 TO WS-TEXTO-OCORRENCIA
027600         WHEN SL-ESGOTADO
027700             ADD 1 TO WS-TOTAL-ESGOTADOS
027800             MOVE "SESSAO ENCERRADA - TENTATIVAS"
027900                 TO WS-TEXTO-OCORRENCIA
028000         WHEN OTHER
028100             MOVE SPACES TO WS-TEXTO-OCORRENCIA
028200             STRING "OCORRENCIA DESCONHECIDA: "
028300                 DELIMITED BY SIZE
028400                 SL-RESULTADO DELIMITED BY SIZE
028500                 INTO WS-TEXTO-OCORRENCIA
028600             END-STRING
028700     END-EVALUATE
028800
028900     IF NOT SL-CONECTADO
029000         PERFORM 2300-IMPRIMIR-OCORRENCIA THRU 2300-EXIT
029100     END-IF.
029200
029300 2200-EXIT.
029400     EXIT.
029500*-----------------------------------------------------------------
029600* 2300-IMPRIMIR-OCORRENCIA
029700* PRINTS ONE REFUSED SIGN-ON - THE DATE AND TIME, THE OPERATOR
029800* ID AS TYPED, WHAT HAPPENED AND THE OPERATOR'S CONSECUTIVE
029850* FAILURES.
029900*-----------------------------------------------------------------
030000 2300-IMPRIMIR-OCORRENCIA.
030100
030200     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
030300         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
030400     END-IF
030500
030600     IF SL-FALHAS IS NUMERIC
030700         MOVE SL-FALHAS TO WS-FALHAS-EDITADO
030800     ELSE
030900         MOVE ZERO TO WS-FALHAS-EDITADO
031000     END-IF
031100     MOVE SPACES TO WS-LINHA-RELATORIO
031200     STRING SL-TIMESTAMP (1:19)     DELIMITED BY SIZE
031300         "  "                       DELIMITED BY SIZE
031400         SL-OPERADOR                DELIMITED BY SIZE
031500         "  "                       DELIMITED BY SIZE
031600         WS-TEXTO-OCORRENCIA        DELIMITED BY SIZE
031700         "  "                       DELIMITED BY SIZE
031800         WS-FALHAS-EDITADO          DELIMITED BY SIZE
031900         INTO WS-LINHA-RELATORIO
032000     END-STRING
032100     WRITE SECURITY-REPORT-RECORD FROM WS-LINHA-RELATORIO
032200     ADD 1 TO WS-CONTADOR-LINHAS.
032300
032400 2300-EXIT.
032500     EXIT.
032600*-----------------------------------------------------------------
032700* 3100-IMPRIMIR-CABECALHO
032800* STARTS A NEW REPORT PAGE, ECHOING THE PERIOD REPORTED.
032900*-----------------------------------------------------------------
033000 3100-IMPRIMIR-CABECALHO.
033100
033200     ADD 1  TO WS-NUMERO-PAGINA
033300     MOVE ZERO TO WS-CONTADOR-LINHAS
033400
033500     MOVE SPACES TO WS-LINHA-RELATORIO
033600     STRING "CONEXOES RECUSADAS AO PERSMNT   DE "
033700         DELIMITED BY SIZE
033710         WS-DATA-INICIO (7:2) DELIMITED BY SIZE
033720         "/" DELIMITED BY SIZE
033730         WS-DATA-INICIO (5:2) DELIMITED BY SIZE
033740         "/" DELIMITED BY SIZE
033750         WS-DATA-INICIO (1:4) DELIMITED BY SIZE
033760         " A " DELIMITED BY SIZE
033800         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
033900         "/" DELIMITED BY SIZE
034000         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
034100         "/" DELIMITED BY SIZE
034200         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
034300         "   PAGINA: " DELIMITED BY SIZE
034400         WS-NUMERO-PAGINA DELIMITED BY SIZE
034500         INTO WS-LINHA-RELATORIO
034600     END-STRING
034700     WRITE SECURITY-REPORT-RECORD FROM WS-LINHA-RELATORIO
034800
034900     MOVE SPACES TO WS-LINHA-RELATORIO
035000     WRITE SECURITY-REPORT-RECORD FROM WS-LINHA-RELATORIO
035100
035200     WRITE SECURITY-REPORT-RECORD FROM WS-CABECALHO-COLUNAS
035300
035400     MOVE SPACES TO WS-LINHA-RELATORIO
035500     WRITE SECURITY-REPORT-RECORD FROM WS-LINHA-RELATORIO.
035600
035700 3100-EXIT.
035800     EXIT.
035900*-----------------------------------------------------------------
036000* 4000-IMPRIMIR-RODAPE
036100* PRINTS THE CONTROL TOTALS - THE PERIOD'S SIGN-ONS BY OUTCOME,
036200* SO THE REVIEW SEES THE REFUSALS AGAINST THE PERIOD'S VOLUME.
036300*-----------------------------------------------------------------
036400 4000-IMPRIMIR-RODAPE.
036500
036600     MOVE SPACES TO WS-LINHA-RELATORIO
036700     WRITE SECURITY-REPORT-RECORD FROM WS-LINHA-RELATORIO
036800
036900     MOVE "ENTRADAS LIDAS DO SIGNLOG" TO WS-ROTULO-TOTAL
037000     MOVE WS-TOTAL-LIDAS TO WS-TOTAL-EDITADO
037100     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
037200
037300     MOVE "TENTATIVAS NO PERIODO" TO WS-ROTULO-TOTAL
037400     MOVE WS-TOTAL-DO-DIA TO WS-TOTAL-EDITADO
037500     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
037600
037700     MOVE "CONEXOES ACEITAS" TO WS-ROTULO-TOTAL
037800     MOVE WS-TOTAL-CONECTADOS TO WS-TOTAL-EDITADO
037900     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
038000
038100     MOVE "SENHA ERRADA" TO WS-ROTULO-TOTAL
038200     MOVE WS-TOTAL-SENHA-ERRADA TO WS-TOTAL-EDITADO
038300     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
038400
038500     MOVE "OPERADOR DESCONHECIDO" TO WS-ROTULO-TOTAL
038600     MOVE WS-TOTAL-DESCONHECIDOS TO WS-TOTAL-EDITADO
038700     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
038800
038900     MOVE "OPERADOR JA REVOGADO" TO WS-ROTULO-TOTAL
039000     MOVE WS-TOTAL-REVOGADOS TO WS-TOTAL-EDITADO
039100     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
039200
039300     MOVE "OPERADORES BLOQUEADOS" TO WS-ROTULO-TOTAL
039400     MOVE WS-TOTAL-BLOQUEADOS TO WS-TOTAL-EDITADO
039500     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
039600
039700     MOVE "SESSOES ENCERRADAS" TO WS-ROTULO-TOTAL
039800     MOVE WS-TOTAL-ESGOTADOS TO WS-TOTAL-EDITADO
039900     PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
040000
040100     IF WS-TOTAL-ILEGIVEIS > ZERO
040200         MOVE "ENTRADAS ILEGIVEIS" TO WS-ROTULO-TOTAL
040300         MOVE WS-TOTAL-ILEGIVEIS TO WS-TOTAL-EDITADO
040400         PERFORM 4100-GRAVAR-TOTAL THRU 4100-EXIT
040500     END-IF.
040600
040700 4000-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------------
041000* 4100-GRAVAR-TOTAL
041100* PRINTS ONE CONTROL-TOTAL LINE FROM THE LABEL AND EDITED COUNT
041200* LEFT BY THE CALLER.
041300*-----------------------------------------------------------------
041400 4100-GRAVAR-TOTAL.
041500
041600     MOVE SPACES TO WS-LINHA-RELATORIO
041700     STRING "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***"
041800         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
041900     END-STRING
042000     WRITE SECURITY-REPORT-RECORD FROM WS-LINHA-RELATORIO.
042100
042200 4100-EXIT.
042300     EXIT.
042400*-----------------------------------------------------------------
042500* 5000-FECHAR-ARQUIVOS
042600*-----------------------------------------------------------------
042700 5000-FECHAR-ARQUIVOS.
042800
042900     CLOSE SIGNON-LOG-FILE
043000     CLOSE SECURITY-REPORT-FILE.
043100
043200 5000-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------------
043500* 6000-REGISTRAR-EXECUCAO
043600* RECORDS THE RUN ON THE SHARED RUN LOG THROUGH RUNLOGW, WITH
043700* THE EVENT, COUNT AND RETURN CODE THE CALLER LEFT.
043800*-----------------------------------------------------------------
043900 6000-REGISTRAR-EXECUCAO.
044000
044100     MOVE "OPERRPT" TO RL-JOB-ID
044200     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
044300
044400 6000-EXIT.
044500     EXIT.
044600 END PROGRAM OPERRPT.
