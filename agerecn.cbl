000100******************************************************************
000200* PROGRAM:     AGERECN
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     RECONCILES WHAT THE BATCH RUN SENT DOWNSTREAM
000800*              AGAINST WHAT THE RECEIVERS SAY THEY LOADED.
000900*              EACH RECEIVER RETURNS AN ACKNOWLEDGMENT FILE
001000*              (ACKREC LAYOUT) FOR THE FEED IT TOOK - ACKEXTR
001100*              FOR THE FULL AGEEXTR, ACKDELTA FOR AGEDELTA AND
001200*              ACKEXTR.X FOR EACH PER-BRANCH AGEEXTR.X.  EVERY
001300*              FEED OF THE CYCLE IS MATCHED BY ID AGAINST ITS
001400*              ACKNOWLEDGMENT AND THE RECONCILIATION REPORT
001500*              (ACKRPT) LISTS THE IDS NEVER ACKNOWLEDGED, THE
001600*              IDS THE RECEIVER REJECTED (WITH ITS REASON CODE)
001700*              AND THE IDS ACKNOWLEDGED THAT WERE NEVER SENT.
001800*              THE SENT LINES OF THE FAILURES - NEVER
001900*              ACKNOWLEDGED OR REJECTED - ARE WRITTEN, UNCHANGED,
002000*              TO A RESEND FILE PER FEED (REENVIO.<FEED>).  AN
002010*              ACKNOWLEDGMENT FOR ANOTHER CYCLE THAN THE ONE
002020*              BEING RECONCILED (THE RUNPARM AS-OF DATE, ELSE THE
002030*              LAST BUSINESS DAY FROM THE CALENDAR) IS NOT
002040*              TAKEN.  ANY
002100*              FEED OUT OF AGREEMENT (OR A FILE THAT CANNOT BE
002200*              OPENED) ENDS THE RUN WITH RETURN-CODE 8, WHICH
002300*              THE MORNING CYCLE REPORT STARS.  RUNS BEFORE THE
002400*              NIGHT'S BATCH REPORT RUN OVERWRITES THE FEEDS.
002500* TECTONICS:   cobc
002600*-----------------------------------------------------------------
002700* MODIFICATION HISTORY
002800*-----------------------------------------------------------------
002900* DATE       INIT  DESCRIPTION
003000* 15/10/2026  GB   ORIGINAL VERSION.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. AGERECN.
003400 AUTHOR. GABRIELA BARBOSA.
003500 INSTALLATION. DATA PROCESSING CENTER.
003600 DATE-WRITTEN. 15/10/2026.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SENT-FILE ASSIGN USING WS-NOME-ENVIADO
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-STATUS-ENVIADO.
004400     SELECT ACK-FILE ASSIGN USING WS-NOME-RETORNO
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-STATUS-RETORNO.
004700     SELECT RESEND-FILE ASSIGN USING WS-NOME-REENVIO
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STATUS-REENVIO.
005000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-STATUS-RUNPARM.
005300     SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-STATUS-ACKRPT.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*-----------------------------------------------------------------
005900* SENT-FILE - THE FEED AS IT WENT DOWNSTREAM: AN EXTRACT (A
006000* COLUMN-NAME HEADER, THEN ONE COMMA-DELIMITED LINE PER ID) OR
006100* THE DELTA (ACTION CODE, THEN THE EXTRACT LINE, AND A "T"
006200* CONTROL TRAILER).  SIZED FOR THE LONGER DELTA LINE.
006300*-----------------------------------------------------------------
006400 FD  SENT-FILE.
006500 01  SENT-RECORD                    PIC X(120).
006600*-----------------------------------------------------------------
006700* ACK-FILE - THE RECEIVER'S ACKNOWLEDGMENT OF THAT FEED.  THE
006800* SHARED ACKREC LAYOUT.
006900*-----------------------------------------------------------------
007000 FD  ACK-FILE.
007100     COPY ACKREC.
007200*-----------------------------------------------------------------
007300* RESEND-FILE - THE SENT LINES OF THE FAILURES, IN THE SAME
007400* FORMAT AS THE FEED SO THE RECEIVER LOADS THEM THE SAME WAY.
007500*-----------------------------------------------------------------
007600 FD  RESEND-FILE.
007700 01  RESEND-RECORD                  PIC X(120).
007800*-----------------------------------------------------------------
007900* RUN-CONTROL-FILE - THE SAME RUNPARM RECORD THE BATCH REPORT
008000* RUN READS.  ONLY THE AS-OF DATE MATTERS HERE.
008100*-----------------------------------------------------------------
008200 FD  RUN-CONTROL-FILE.
008300 01  RUN-CONTROL-RECORD.
008400     05  RC-DATA-BASE            PIC X(08).
008500     05  RC-INTERVALO-CHECKPOINT PIC X(05).
008600     05  RC-MAX-LINHAS-PAGINA    PIC X(02).
008700*-----------------------------------------------------------------
008800* ACK-REPORT-FILE - THE PRINTED RECONCILIATION REPORT.
008900*-----------------------------------------------------------------
009000 FD  ACK-REPORT-FILE.
009100 01  ACK-REPORT-RECORD              PIC X(80).
009200 WORKING-STORAGE SECTION.
009300*-----------------------------------------------------------------
009400* FILE STATUS FOR EVERY FILE, AND A SWITCH TO REMEMBER WHETHER
009500* THE REPORT CAME UP CLEAN.
009600*-----------------------------------------------------------------
009700 77  WS-STATUS-ENVIADO           PIC X(02) VALUE SPACES.
009800 77  WS-STATUS-RETORNO           PIC X(02) VALUE SPACES.
009900 77  WS-STATUS-REENVIO           PIC X(02) VALUE SPACES.
010000 77  WS-STATUS-RUNPARM           PIC X(02) VALUE SPACES.
010100 77  WS-STATUS-ACKRPT            PIC X(02) VALUE SPACES.
010200 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
010300     88  LOTE-ABERTO              VALUE "S".
010400*-----------------------------------------------------------------
010500* THE FEED BEING RECONCILED - ITS FILE NAME, THE NAMES OF ITS
010600* ACKNOWLEDGMENT AND RESEND FILES, AND WHETHER IT IS AN
010700* EXTRACT OR THE DELTA (THE ID SITS IN A DIFFERENT COLUMN).
010800*-----------------------------------------------------------------
010900 77  WS-NOME-ENVIADO             PIC X(16) VALUE SPACES.
011000 77  WS-NOME-RETORNO             PIC X(16) VALUE SPACES.
011100 77  WS-NOME-REENVIO             PIC X(24) VALUE SPACES.
011200 77  WS-TIPO-ARQUIVO             PIC X(01) VALUE "E".
011300     88  ARQUIVO-DELTA            VALUE "D".
011400*-----------------------------------------------------------------
011500* THE OPERATOR'S ANSWERS - THE SAME CHOICES MADE FOR THE BATCH
011600* REPORT RUN THAT PRODUCED THE FEEDS.  THE FULL AGEEXTR IS
011700* ALWAYS SENT AND ALWAYS RECONCILED.
011800*-----------------------------------------------------------------
011900 77  WS-CONCILIAR-DELTA-SW       PIC X(01) VALUE "N".
012000     88  CONCILIAR-DELTA          VALUES "S" "s".
012100 77  WS-CONCILIAR-FILIAIS-SW     PIC X(01) VALUE "N".
012200     88  CONCILIAR-FILIAIS        VALUES "S" "s".
012300*-----------------------------------------------------------------
012400* THE BRANCHES IN THE FULL EXTRACT (THE LEADING CHARACTER OF
012500* THE ID, AS THE BATCH RUN SPLITS THEM) - ONE AGEEXTR.X WAS
012600* SENT FOR EACH WHEN THE RUN WAS SPLIT.
012700*-----------------------------------------------------------------
012800 77  WS-COLETAR-FILIAIS-SW       PIC X(01) VALUE "N".
012900     88  COLETAR-FILIAIS          VALUE "S".
013000 01  WS-TABELA-FILIAIS.
013100     05  WS-FIL-CHAR             PIC X(01) OCCURS 40 TIMES.
013200 77  WS-QTD-FILIAIS              PIC 9(02) VALUE ZERO COMP.
013300 77  WS-IND-FILIAIS              PIC 9(02) VALUE ZERO COMP.
013400 77  WS-ACHOU-FILIAL-SW          PIC X(01) VALUE "N".
013500     88  ACHOU-FILIAL             VALUE "S".
013600 77  WS-FILIAIS-ESTOURO          PIC 9(07) VALUE ZERO.
013700*-----------------------------------------------------------------
013800* WHAT WAS SENT, ONE ROW PER ID: THE LINE AS SENT (FOR THE
013900* RESEND FILE), AND WHAT THE ACKNOWLEDGMENT SAID OF IT - BLANK
014000* UNTIL ACKNOWLEDGED, "A" ACCEPTED, "R" REJECTED WITH THE
014100* RECEIVER'S REASON.  AN OVERFLOW IS COUNTED AND LEAVES THE
014200* FEED UNRECONCILED RATHER THAN SILENTLY PART-CHECKED.
014300*-----------------------------------------------------------------
014400 01  WS-TABELA-ENVIADOS.
014500     05  WS-ENVIADO-ITEM         OCCURS 9999 TIMES.
014600         10  WS-ENV-ID           PIC X(06).
014700         10  WS-ENV-SITUACAO     PIC X(01).
014800         10  WS-ENV-MOTIVO       PIC X(04).
014900         10  WS-ENV-TEXTO        PIC X(40).
015000         10  WS-ENV-LINHA        PIC X(120).
015100 77  WS-QTD-ENVIADOS             PIC 9(04) VALUE ZERO COMP.
015200 77  WS-IND-ENVIADOS             PIC 9(04) VALUE ZERO COMP.
015300 77  WS-ACHOU-ENVIADO-SW         PIC X(01) VALUE "N".
015400     88  ACHOU-ENVIADO            VALUE "S".
015500 77  WS-ENVIADOS-ESTOURO         PIC 9(07) VALUE ZERO.
015600 77  WS-ENVIADO-PRESENTE-SW      PIC X(01) VALUE "N".
015700     88  ENVIADO-PRESENTE         VALUE "S".
015800 77  WS-FIM-ENVIADO-SW           PIC X(01) VALUE "N".
015900     88  FIM-ENVIADO              VALUE "S".
016000 77  WS-PRIMEIRA-LINHA-SW        PIC X(01) VALUE "S".
016100 77  WS-LINHA-CABECALHO-ENV      PIC X(120) VALUE SPACES.
016200 77  WS-ID-LIDO                  PIC X(06) VALUE SPACES.
016300 77  WS-ACAO-DELTA               PIC X(01) VALUE SPACES.
016400*-----------------------------------------------------------------
016500* ACKNOWLEDGMENT STRUCTURE CHECK - THE HEADER MUST COME FIRST
016600* AND NAME THIS FEED, THE TRAILER LAST WITH THE DETAIL COUNT,
016700* AND EVERY DETAIL MUST CARRY AN ID AND AN "A" OR "R".  THE
016710* HEADER'S CYCLE DATE MUST BE THE CYCLE BEING RECONCILED - A
016720* STALE ONE LEFT FROM AN EARLIER CYCLE IS COUNTED.  AN
016800* ACKNOWLEDGMENT THAT FAILS IS TREATED AS NEVER RECEIVED.
016900*-----------------------------------------------------------------
017000 77  WS-FIM-RETORNO-SW           PIC X(01) VALUE "N".
017100     88  FIM-RETORNO              VALUE "S".
017200 77  WS-RETORNO-VALIDO-SW        PIC X(01) VALUE "N".
017300     88  RETORNO-VALIDO           VALUE "S".
017400 77  WS-TEM-CAB-RETORNO-SW       PIC X(01) VALUE "N".
017500     88  TEM-CAB-RETORNO          VALUE "S".
017600 77  WS-TEM-ROD-RETORNO-SW       PIC X(01) VALUE "N".
017700     88  TEM-ROD-RETORNO          VALUE "S".
017800 77  WS-ERRO-RETORNO-SW          PIC X(01) VALUE "N".
017900     88  ERRO-RETORNO             VALUE "S".
018000 77  WS-SEQ-RETORNO              PIC 9(07) VALUE ZERO.
018100 77  WS-DETALHES-RETORNO         PIC 9(07) VALUE ZERO.
018200 77  WS-CONTAGEM-RODAPE          PIC 9(07) VALUE ZERO.
018300 77  WS-SISTEMA-RETORNO          PIC X(08) VALUE SPACES.
018400 77  WS-DATA-RETORNO             PIC X(08) VALUE SPACES.
018500 77  WS-MSG-RETORNO              PIC X(40) VALUE SPACES.
018550 77  WS-RETORNOS-OUTRO-CICLO     PIC 9(07) VALUE ZERO.
018600*-----------------------------------------------------------------
018700* CONTROL TOTALS FOR THE FEED IN HAND, THE DELTA ACTION COUNTS
018800* FOR THE RESEND TRAILER, AND THE VERDICT FOR THE WHOLE CYCLE.
018900*-----------------------------------------------------------------
019000 77  WS-TOTAL-ENVIADOS           PIC 9(07) VALUE ZERO.
019100 77  WS-TOTAL-ACEITOS            PIC 9(07) VALUE ZERO.
019200 77  WS-TOTAL-REJEITADOS         PIC 9(07) VALUE ZERO.
019300 77  WS-TOTAL-SEM-RETORNO        PIC 9(07) VALUE ZERO.
019400 77  WS-TOTAL-NAO-ENVIADOS       PIC 9(07) VALUE ZERO.
019500 77  WS-TOTAL-REPETIDOS          PIC 9(07) VALUE ZERO.
019600 77  WS-TOTAL-REENVIO            PIC 9(07) VALUE ZERO.
019700 77  WS-REENVIO-INCLUSOES        PIC 9(07) VALUE ZERO.
019800 77  WS-REENVIO-ALTERACOES       PIC 9(07) VALUE ZERO.
019900 77  WS-REENVIO-EXCLUSOES        PIC 9(07) VALUE ZERO.
020000 77  WS-TOTAL-GERAL-ENVIADOS     PIC 9(07) VALUE ZERO.
020100 77  WS-TOTAL-ARQUIVOS           PIC 9(07) VALUE ZERO.
020200 77  WS-ARQUIVOS-PENDENTES       PIC 9(07) VALUE ZERO.
020300 77  WS-ARQUIVO-PENDENTE-SW      PIC X(01) VALUE "N".
020400     88  ARQUIVO-PENDENTE         VALUE "S".
020500 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
020600 77  WS-ROTULO-TOTAL             PIC X(30) VALUE SPACES.
020700*-----------------------------------------------------------------
020800* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
020900* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
021000* COUNT AND RETURN CODE TO.
021100*-----------------------------------------------------------------
021200     COPY RUNLOGP.
021300*-----------------------------------------------------------------
021400* THE CYCLE DATE - THE RUNPARM AS-OF DATE, OR THE LAST BUSINESS
021450* DAY FROM THE CALENDAR (TODAY ONLY WHEN THERE IS NO CALENDAR).
021500*-----------------------------------------------------------------
021600 77  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
021700 77  WS-DATA-HOJE                PIC 9(08) VALUE ZERO.
021710*-----------------------------------------------------------------
021720* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
021730* CALENDAR THAT GIVES THE AS-OF DATE WHEN RUNPARM HAS NONE.
021740*-----------------------------------------------------------------
021750     COPY CALDIAP.
021800*-----------------------------------------------------------------
021900* REPORT PAGE CONTROL, SCRATCH LINES AND THE DETAIL FIELDS.
022000*-----------------------------------------------------------------
022100 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 20.
022200 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
022300 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
022400 77  WS-LINHA-RELATORIO          PIC X(80) VALUE SPACES.
022500 77  WS-LINHA-GUARDADA           PIC X(80) VALUE SPACES.
022600 77  WS-OCORRENCIA               PIC X(16) VALUE SPACES.
022700 77  WS-CASO-ID                  PIC X(06) VALUE SPACES.
022800 77  WS-CASO-MOTIVO              PIC X(04) VALUE SPACES.
022900 77  WS-CASO-TEXTO               PIC X(40) VALUE SPACES.
023000*-----------------------------------------------------------------
023100* LITERAL COLUMN HEADING LINE FOR THE REPORT.
023200*-----------------------------------------------------------------
023300 01  WS-CABECALHO-COLUNAS.
023400     05  FILLER                  PIC X(18) VALUE "OCORRENCIA".
023500     05  FILLER                  PIC X(08) VALUE "ID".
023600     05  FILLER                  PIC X(07) VALUE "MOTIVO".
023700     05  FILLER                  PIC X(47) VALUE "TEXTO".
023800
023900 PROCEDURE DIVISION.
024000 0000-MAINLINE.
024100
024200     MOVE "INICIO" TO RL-EVENTO
024300     MOVE ZERO     TO RL-CONTAGEM
024400     MOVE ZERO     TO RL-CODIGO-RETORNO
024500     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
024600
024700     PERFORM 1000-INICIAR THRU 1000-EXIT
024800
024900     IF LOTE-ABERTO
025000*        THE FULL EXTRACT FIRST - IT ALSO NAMES THE BRANCHES
025100*        A SPLIT RUN SENT.
025200         MOVE "AGEEXTR"         TO WS-NOME-ENVIADO
025300         MOVE "ACKEXTR"         TO WS-NOME-RETORNO
025400         MOVE "REENVIO.AGEEXTR" TO WS-NOME-REENVIO
025500         MOVE "E"               TO WS-TIPO-ARQUIVO
025600         MOVE "S"               TO WS-COLETAR-FILIAIS-SW
025700         PERFORM 2000-CONCILIAR-ARQUIVO THRU 2000-EXIT
025800         MOVE "N"               TO WS-COLETAR-FILIAIS-SW
025900
026000         IF CONCILIAR-DELTA
026100             MOVE "AGEDELTA"         TO WS-NOME-ENVIADO
026200             MOVE "ACKDELTA"         TO WS-NOME-RETORNO
026300             MOVE "REENVIO.AGEDELTA" TO WS-NOME-REENVIO
026400             MOVE "D"                TO WS-TIPO-ARQUIVO
026500             PERFORM 2000-CONCILIAR-ARQUIVO THRU 2000-EXIT
026600         END-IF
026700
026800         IF CONCILIAR-FILIAIS
026900             MOVE 1 TO WS-IND-FILIAIS
027000             PERFORM 1500-CONCILIAR-FILIAL THRU 1500-EXIT
027100                 UNTIL WS-IND-FILIAIS > WS-QTD-FILIAIS
027200         END-IF
027300
027400         PERFORM 5000-ENCERRAR THRU 5000-EXIT
027500     END-IF
027600
027700     MOVE "FIM"                   TO RL-EVENTO
027800     MOVE WS-TOTAL-GERAL-ENVIADOS TO RL-CONTAGEM
027900     MOVE RETURN-CODE             TO RL-CODIGO-RETORNO
028000     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
028100
028200     STOP RUN.
028300*-----------------------------------------------------------------
028400* 1000-INICIAR
028500* READS THE RUNPARM AS-OF DATE, TAKES THE OPERATOR'S ANSWERS -
028600* WHETHER THE CYCLE ALSO SENT THE DELTA AND THE BRANCH COPIES -
028700* AND OPENS THE REPORT.  A REPORT THAT WILL NOT OPEN CANCELS
028800* THE RUN WITH RETURN-CODE 8.
028900*-----------------------------------------------------------------
029000 1000-INICIAR.
029100
029200     MOVE "N" TO WS-LOTE-ABERTO-SW
029300     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
029400     IF WS-DATA-BASE NOT = ZERO
029500         MOVE WS-DATA-BASE TO WS-DATA-HOJE
029600     ELSE
029700         PERFORM 1150-DATA-DO-CALENDARIO THRU 1150-EXIT
029800     END-IF
029900
030000     DISPLAY "O CICLO ENVIOU O DELTA (AGEDELTA) (S/N)? "
030100     ACCEPT WS-CONCILIAR-DELTA-SW
030200     DISPLAY "O CICLO ENVIOU OS EXTRATOS POR FILIAL "
030300         "(AGEEXTR.X) (S/N)? "
030400     ACCEPT WS-CONCILIAR-FILIAIS-SW
030500
030600     OPEN OUTPUT ACK-REPORT-FILE
030700     IF WS-STATUS-ACKRPT NOT = "00"
030800         DISPLAY "*** ERRO AO ABRIR ACKRPT - FILE STATUS "
030900             WS-STATUS-ACKRPT " - CONCILIACAO CANCELADA - "
031000             "RETURN-CODE 8 ***"
031100         MOVE 8 TO RETURN-CODE
031200     ELSE
031300         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
031400         MOVE "S" TO WS-LOTE-ABERTO-SW
031500     END-IF.
031600
031700 1000-EXIT.
031800     EXIT.
031900*-----------------------------------------------------------------
032000* 1100-LER-PARAMETROS
032100* READS THE RUNPARM AS-OF DATE, EXACTLY AS THE BATCH REPORT RUN
032200* DOES - A MISSING FILE OR A BLANK/NON-NUMERIC DATE LEAVES IT
032300* ZERO FOR THE BUSINESS CALENDAR TO GIVE.
032400*-----------------------------------------------------------------
032500 1100-LER-PARAMETROS.
032600
032700     MOVE ZERO TO WS-DATA-BASE
032800     OPEN INPUT RUN-CONTROL-FILE
032900     IF WS-STATUS-RUNPARM = "00"
033000         READ RUN-CONTROL-FILE
033100             AT END CONTINUE
033200             NOT AT END
033300                 IF RC-DATA-BASE IS NUMERIC AND
033400                    RC-DATA-BASE NOT = "00000000"
033500                     MOVE RC-DATA-BASE TO WS-DATA-BASE
033600                 END-IF
033700         END-READ
033800         CLOSE RUN-CONTROL-FILE
033900     ELSE
034000         DISPLAY "*** RUNPARM AUSENTE - USANDO O CALENDARIO ***"
034100     END-IF.
034200
034300 1100-EXIT.
034400     EXIT.
034405*-----------------------------------------------------------------
034410* 1150-DATA-DO-CALENDARIO
034415* THE CYCLE BEING RECONCILED - THE LAST BUSINESS DAY BEFORE
034420* TODAY, THE AS-OF DATE THE NIGHT'S FEEDS WERE CUT FOR.  WITHOUT
034425* A CALENDAR THE RUN FALLS BACK TO TODAY, WITH A WARNING, AS THE
034430* BATCH REPORT RUN DOES.
034435*-----------------------------------------------------------------
034440 1150-DATA-DO-CALENDARIO.
034445
034450     MOVE ZERO TO CD-DATA
034455     CALL "CALDIA" USING CALDIA-PARAMETROS
034460     IF CD-OK
034465         MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-HOJE
034470     ELSE
034475         DISPLAY "*** CALENDARIO INDISPONIVEL - CD-RETORNO "
034480             CD-RETORNO " - DATA BASE ASSUMIDA COMO HOJE ***"
034485         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
034490     END-IF.
034492
034494 1150-EXIT.
034496     EXIT.
034500*-----------------------------------------------------------------
034600* 1500-CONCILIAR-FILIAL
034700* RECONCILES THE BRANCH COPY OF ONE BRANCH FOUND IN THE FULL
034800* EXTRACT - AGEEXTR.X AGAINST ACKEXTR.X.
034900*-----------------------------------------------------------------
035000 1500-CONCILIAR-FILIAL.
035100
035200     MOVE SPACES TO WS-NOME-ENVIADO
035300     STRING "AGEEXTR."                     DELIMITED BY SIZE
035400         WS-FIL-CHAR (WS-IND-FILIAIS)      DELIMITED BY SIZE
035500         INTO WS-NOME-ENVIADO
035600     END-STRING
035700     MOVE SPACES TO WS-NOME-RETORNO
035800     STRING "ACKEXTR."                     DELIMITED BY SIZE
035900         WS-FIL-CHAR (WS-IND-FILIAIS)      DELIMITED BY SIZE
036000         INTO WS-NOME-RETORNO
036100     END-STRING
036200     MOVE SPACES TO WS-NOME-REENVIO
036300     STRING "REENVIO.AGEEXTR."             DELIMITED BY SIZE
036400         WS-FIL-CHAR (WS-IND-FILIAIS)      DELIMITED BY SIZE
036500         INTO WS-NOME-REENVIO
036600     END-STRING
036700     MOVE "E" TO WS-TIPO-ARQUIVO
036800     PERFORM 2000-CONCILIAR-ARQUIVO THRU 2000-EXIT
036900
037000     ADD 1 TO WS-IND-FILIAIS.
037100
037200 1500-EXIT.
037300     EXIT.
037400*-----------------------------------------------------------------
037500* 2000-CONCILIAR-ARQUIVO
037600* RECONCILES ONE FEED - LOADS WHAT WAS SENT, PROVES THE
037700* ACKNOWLEDGMENT SOUND, APPLIES IT, THEN LISTS AND WRITES FOR
037800* RESEND EVERYTHING NOT ACCEPTED, AND PRINTS THE FEED'S TOTALS.
037900*-----------------------------------------------------------------
038000 2000-CONCILIAR-ARQUIVO.
038100
038200     MOVE ZERO TO WS-QTD-ENVIADOS
038300     MOVE ZERO TO WS-ENVIADOS-ESTOURO
038400     MOVE ZERO TO WS-TOTAL-ENVIADOS
038500     MOVE ZERO TO WS-TOTAL-ACEITOS
038600     MOVE ZERO TO WS-TOTAL-REJEITADOS
038700     MOVE ZERO TO WS-TOTAL-SEM-RETORNO
038800     MOVE ZERO TO WS-TOTAL-NAO-ENVIADOS
038900     MOVE ZERO TO WS-TOTAL-REPETIDOS
039000     MOVE ZERO TO WS-TOTAL-REENVIO
039100     MOVE ZERO TO WS-REENVIO-INCLUSOES
039200     MOVE ZERO TO WS-REENVIO-ALTERACOES
039300     MOVE ZERO TO WS-REENVIO-EXCLUSOES
039400     MOVE "N"  TO WS-ARQUIVO-PENDENTE-SW
039500     MOVE "N"  TO WS-RETORNO-VALIDO-SW
039600     MOVE SPACES TO WS-SISTEMA-RETORNO
039700     MOVE SPACES TO WS-DATA-RETORNO
039800     MOVE SPACES TO WS-MSG-RETORNO
039900     ADD 1 TO WS-TOTAL-ARQUIVOS
040000
040100     PERFORM 2050-IMPRIMIR-SECAO THRU 2050-EXIT
040200     PERFORM 2100-CARREGAR-ENVIADOS THRU 2100-EXIT
040300
040400     IF ENVIADO-PRESENTE
040500         PERFORM 2200-VALIDAR-RETORNO THRU 2200-EXIT
040600         IF RETORNO-VALIDO
040700             PERFORM 2300-APLICAR-RETORNO THRU 2300-EXIT
040800         ELSE
040900             MOVE "RETORNO NAO ACEITO" TO WS-OCORRENCIA
041000             MOVE SPACES         TO WS-CASO-ID
041100             MOVE SPACES         TO WS-CASO-MOTIVO
041200             MOVE WS-MSG-RETORNO TO WS-CASO-TEXTO
041300             PERFORM 3200-GRAVAR-CASO THRU 3200-EXIT
041400         END-IF
041500         PERFORM 2400-LISTAR-FALHAS THRU 2400-EXIT
041600     ELSE
041700         MOVE "S" TO WS-ARQUIVO-PENDENTE-SW
041800     END-IF
041900
042000     PERFORM 2500-TOTAIS-ARQUIVO THRU 2500-EXIT.
042100
042200 2000-EXIT.
042300     EXIT.
042400*-----------------------------------------------------------------
042500* 2050-IMPRIMIR-SECAO
042600* OPENS THE FEED'S SECTION OF THE REPORT.
042700*-----------------------------------------------------------------
042800 2050-IMPRIMIR-SECAO.
042900
043000     MOVE SPACES TO WS-LINHA-RELATORIO
043100     PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT
043200     MOVE SPACES TO WS-LINHA-RELATORIO
043300     STRING "--- ARQUIVO ENVIADO: " DELIMITED BY SIZE
043400         WS-NOME-ENVIADO           DELIMITED BY SPACE
043500         "   RETORNO: "            DELIMITED BY SIZE
043600         WS-NOME-RETORNO           DELIMITED BY SPACE
043700         " ---"                    DELIMITED BY SIZE
043800         INTO WS-LINHA-RELATORIO
043900     END-STRING
044000     PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT.
044100
044200 2050-EXIT.
044300     EXIT.
044400*-----------------------------------------------------------------
044500* 2100-CARREGAR-ENVIADOS
044600* LOADS EVERY ID THE FEED CARRIED, WITH THE LINE AS SENT.  A
044700* FEED THAT CANNOT BE OPENED WAS NOT SENT AS THE OPERATOR SAID -
044800* REPORTED, AND THE FEED IS LEFT UNRECONCILED.
044900*-----------------------------------------------------------------
045000 2100-CARREGAR-ENVIADOS.
045100
045200     MOVE "N" TO WS-ENVIADO-PRESENTE-SW
045300     MOVE "N" TO WS-FIM-ENVIADO-SW
045400     MOVE "S" TO WS-PRIMEIRA-LINHA-SW
045500     MOVE SPACES TO WS-LINHA-CABECALHO-ENV
045600
045700     OPEN INPUT SENT-FILE
045800     IF WS-STATUS-ENVIADO NOT = "00"
045900         MOVE "ENVIADO AUSENTE" TO WS-OCORRENCIA
046000         MOVE SPACES TO WS-CASO-ID
046100         MOVE SPACES TO WS-CASO-MOTIVO
046200         MOVE SPACES TO WS-CASO-TEXTO
046300         STRING "FILE STATUS " DELIMITED BY SIZE
046400             WS-STATUS-ENVIADO DELIMITED BY SIZE
046500             " - NADA A CONCILIAR" DELIMITED BY SIZE
046600             INTO WS-CASO-TEXTO
046700         END-STRING
046800         PERFORM 3200-GRAVAR-CASO THRU 3200-EXIT
046900     ELSE
047000         MOVE "S" TO WS-ENVIADO-PRESENTE-SW
047100         PERFORM 2110-LER-ENVIADO THRU 2110-EXIT
047200             UNTIL FIM-ENVIADO
047300         CLOSE SENT-FILE
047400     END-IF.
047500
047600 2100-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------------
047900* 2110-LER-ENVIADO
048000* LOADS ONE SENT LINE.  AN EXTRACT'S COLUMN-NAME HEADER IS KEPT
048100* FOR THE TOP OF THE RESEND FILE; THE DELTA'S "T" TRAILER IS
048200* SKIPPED (THE RESEND GETS ITS OWN).  THE ID IS THE FIRST FIELD
048300* OF AN EXTRACT LINE, THE SECOND OF A DELTA LINE.
048400*-----------------------------------------------------------------
048500 2110-LER-ENVIADO.
048600
048700     READ SENT-FILE
048800         AT END SET FIM-ENVIADO TO TRUE
048900     END-READ
049000
049100     IF NOT FIM-ENVIADO
049200         MOVE SPACES TO WS-ID-LIDO
049300         MOVE SPACES TO WS-ACAO-DELTA
049400         EVALUATE TRUE
049500             WHEN WS-PRIMEIRA-LINHA-SW = "S" AND
049600                  SENT-RECORD (1:3) = "ID,"
049700                 MOVE SENT-RECORD TO WS-LINHA-CABECALHO-ENV
049800             WHEN ARQUIVO-DELTA
049900                 UNSTRING SENT-RECORD DELIMITED BY ","
050000                     INTO WS-ACAO-DELTA WS-ID-LIDO
050100                 END-UNSTRING
050200             WHEN OTHER
050300                 UNSTRING SENT-RECORD DELIMITED BY ","
050400                     INTO WS-ID-LIDO
050500                 END-UNSTRING
050600         END-EVALUATE
050700         MOVE "N" TO WS-PRIMEIRA-LINHA-SW
050800
050900         IF WS-ID-LIDO NOT = SPACES AND WS-ACAO-DELTA NOT = "T"
051000             ADD 1 TO WS-TOTAL-ENVIADOS
051100             ADD 1 TO WS-TOTAL-GERAL-ENVIADOS
051200             IF WS-QTD-ENVIADOS < 9999
051300                 ADD 1 TO WS-QTD-ENVIADOS
051400                 MOVE WS-ID-LIDO
051500                     TO WS-ENV-ID (WS-QTD-ENVIADOS)
051600                 MOVE SPACE
051700                     TO WS-ENV-SITUACAO (WS-QTD-ENVIADOS)
051800                 MOVE SPACES
051900                     TO WS-ENV-MOTIVO (WS-QTD-ENVIADOS)
052000                 MOVE SPACES
052100                     TO WS-ENV-TEXTO (WS-QTD-ENVIADOS)
052200                 MOVE SENT-RECORD
052300                     TO WS-ENV-LINHA (WS-QTD-ENVIADOS)
052400             ELSE
052500                 ADD 1 TO WS-ENVIADOS-ESTOURO
052600             END-IF
052700             IF COLETAR-FILIAIS
052800                 PERFORM 2120-REGISTRAR-FILIAL THRU 2120-EXIT
052900             END-IF
053000         END-IF
053100     END-IF.
053200
053300 2110-EXIT.
053400     EXIT.
053500*-----------------------------------------------------------------
053600* 2120-REGISTRAR-FILIAL
053700* NOTES THE BRANCH OF AN ID IN THE FULL EXTRACT, ONCE.
053800*-----------------------------------------------------------------
053900 2120-REGISTRAR-FILIAL.
054000
054100     MOVE "N" TO WS-ACHOU-FILIAL-SW
054200     MOVE 1   TO WS-IND-FILIAIS
054300     PERFORM 2125-PROCURAR-FILIAL THRU 2125-EXIT
054400         UNTIL ACHOU-FILIAL OR WS-IND-FILIAIS > WS-QTD-FILIAIS
054500
054600     IF NOT ACHOU-FILIAL
054700         IF WS-QTD-FILIAIS < 40
054800             ADD 1 TO WS-QTD-FILIAIS
054900             MOVE WS-ID-LIDO (1:1)
055000                 TO WS-FIL-CHAR (WS-QTD-FILIAIS)
055100         ELSE
055200             ADD 1 TO WS-FILIAIS-ESTOURO
055300         END-IF
055400     END-IF.
055500
055600 2120-EXIT.
055700     EXIT.
055800*-----------------------------------------------------------------
055900* 2125-PROCURAR-FILIAL
056000*-----------------------------------------------------------------
056100 2125-PROCURAR-FILIAL.
056200
056300     IF WS-FIL-CHAR (WS-IND-FILIAIS) = WS-ID-LIDO (1:1)
056400         MOVE "S" TO WS-ACHOU-FILIAL-SW
056500     ELSE
056600         ADD 1 TO WS-IND-FILIAIS
056700     END-IF.
056800
056900 2125-EXIT.
057000     EXIT.
057100*-----------------------------------------------------------------
057200* 2200-VALIDAR-RETORNO
057300* THE STRUCTURE PRE-PASS OVER THE ACKNOWLEDGMENT - NOTHING IS
057400* APPLIED UNTIL THE WHOLE FILE IS PROVED: THE HEADER FIRST AND
057500* NAMING THIS FEED, THE TRAILER LAST WITH THE DETAIL COUNT, AND
057600* EVERY DETAIL WITH AN ID AND AN "A" OR "R".  A HEADER FOR
057610* ANOTHER CYCLE THAN WS-DATA-HOJE IS A STALE ACKNOWLEDGMENT AND
057620* CONFIRMS NOTHING OF TONIGHT'S FEED.  A MISSING OR UNSOUND
057700* ACKNOWLEDGMENT LEAVES THE REASON IN WS-MSG-RETORNO.
057800*-----------------------------------------------------------------
057900 2200-VALIDAR-RETORNO.
058000
058100     MOVE "N"  TO WS-RETORNO-VALIDO-SW
058200     MOVE "N"  TO WS-TEM-CAB-RETORNO-SW
058300     MOVE "N"  TO WS-TEM-ROD-RETORNO-SW
058400     MOVE "N"  TO WS-ERRO-RETORNO-SW
058500     MOVE "N"  TO WS-FIM-RETORNO-SW
058600     MOVE ZERO TO WS-SEQ-RETORNO
058700     MOVE ZERO TO WS-DETALHES-RETORNO
058800     MOVE ZERO TO WS-CONTAGEM-RODAPE
058900
059000     OPEN INPUT ACK-FILE
059100     IF WS-STATUS-RETORNO NOT = "00"
059200         MOVE "RETORNO AUSENTE - NADA CONFIRMADO"
059300             TO WS-MSG-RETORNO
059400     ELSE
059500         PERFORM 2210-VERIFICAR-RETORNO THRU 2210-EXIT
059600             UNTIL FIM-RETORNO
059700         CLOSE ACK-FILE
059800         EVALUATE TRUE
059900             WHEN NOT TEM-CAB-RETORNO
060000                 MOVE "RETORNO SEM CABECALHO DESTE ARQUIVO"
060100                     TO WS-MSG-RETORNO
060110             WHEN WS-DATA-RETORNO NOT = WS-DATA-HOJE
060120                 ADD 1 TO WS-RETORNOS-OUTRO-CICLO
060130                 MOVE SPACES TO WS-MSG-RETORNO
060140                 STRING "RETORNO DE OUTRO CICLO - "
060150                     WS-DATA-RETORNO
060160                     DELIMITED BY SIZE INTO WS-MSG-RETORNO
060170                 END-STRING
060200             WHEN NOT TEM-ROD-RETORNO
060300                 MOVE "RETORNO SEM RODAPE" TO WS-MSG-RETORNO
060400             WHEN ERRO-RETORNO
060500                 MOVE "ESTRUTURA DO RETORNO INVALIDA"
060600                     TO WS-MSG-RETORNO
060700             WHEN WS-CONTAGEM-RODAPE NOT = WS-DETALHES-RETORNO
060800                 MOVE "CONTAGEM DO RODAPE NAO CONFERE"
060900                     TO WS-MSG-RETORNO
061000             WHEN OTHER
061100                 MOVE "S" TO WS-RETORNO-VALIDO-SW
061200         END-EVALUATE
061300     END-IF.
061400
061500 2200-EXIT.
061600     EXIT.
061700*-----------------------------------------------------------------
061800* 2210-VERIFICAR-RETORNO
061900* ONE RECORD OF THE PRE-PASS - CLASSIFIES IT AND KEEPS THE
062000* STRUCTURE HONEST.
062100*-----------------------------------------------------------------
062200 2210-VERIFICAR-RETORNO.
062300
062400     READ ACK-FILE
062500         AT END SET FIM-RETORNO TO TRUE
062600         NOT AT END
062700             ADD 1 TO WS-SEQ-RETORNO
062800             EVALUATE TRUE
062900                 WHEN TEM-ROD-RETORNO
063000                     MOVE "S" TO WS-ERRO-RETORNO-SW
063100                 WHEN AK-CABECALHO
063200                     IF WS-SEQ-RETORNO = 1 AND
063300                        AK-ARQUIVO = WS-NOME-ENVIADO
063400                         MOVE "S" TO WS-TEM-CAB-RETORNO-SW
063500                         MOVE AK-SISTEMA    TO WS-SISTEMA-RETORNO
063600                         MOVE AK-DATA-CICLO TO WS-DATA-RETORNO
063700                     ELSE
063800                         MOVE "S" TO WS-ERRO-RETORNO-SW
063900                     END-IF
064000                 WHEN AK-RODAPE
064100                     MOVE "S" TO WS-TEM-ROD-RETORNO-SW
064200                     IF AK-CONTAGEM IS NUMERIC
064300                         MOVE AK-CONTAGEM TO WS-CONTAGEM-RODAPE
064400                     ELSE
064500                         MOVE "S" TO WS-ERRO-RETORNO-SW
064600                     END-IF
064700                 WHEN AK-DETALHE
064800                     ADD 1 TO WS-DETALHES-RETORNO
064900                     IF AK-ID = SPACES OR
065000                        NOT (AK-ACEITO OR AK-REJEITADO)
065100                         MOVE "S" TO WS-ERRO-RETORNO-SW
065200                     END-IF
065300                 WHEN OTHER
065400                     MOVE "S" TO WS-ERRO-RETORNO-SW
065500             END-EVALUATE
065600     END-READ.
065700
065800 2210-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------------
066100* 2300-APLICAR-RETORNO
066200* THE APPLY PASS - EVERY DETAIL OF THE PROVED ACKNOWLEDGMENT IS
066300* MATCHED TO THE SENT TABLE.  THE RECEIVER'S SYSTEM AND CYCLE
066400* DATE ARE ECHOED FIRST.
066500*-----------------------------------------------------------------
066600 2300-APLICAR-RETORNO.
066700
066800     MOVE SPACES TO WS-LINHA-RELATORIO
066900     STRING "SISTEMA RECEPTOR: " DELIMITED BY SIZE
067000         WS-SISTEMA-RETORNO      DELIMITED BY SIZE
067100         "   CICLO DO RETORNO: " DELIMITED BY SIZE
067200         WS-DATA-RETORNO (7:2)   DELIMITED BY SIZE
067300         "/"                     DELIMITED BY SIZE
067400         WS-DATA-RETORNO (5:2)   DELIMITED BY SIZE
067500         "/"                     DELIMITED BY SIZE
067600         WS-DATA-RETORNO (1:4)   DELIMITED BY SIZE
067700         INTO WS-LINHA-RELATORIO
067800     END-STRING
067900     PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT
068000
068100     MOVE "N" TO WS-FIM-RETORNO-SW
068200     OPEN INPUT ACK-FILE
068300     IF WS-STATUS-RETORNO NOT = "00"
068400         MOVE "N" TO WS-RETORNO-VALIDO-SW
068500         MOVE "ERRO AO REABRIR O RETORNO" TO WS-MSG-RETORNO
068600     ELSE
068700         PERFORM 2310-LER-RETORNO THRU 2310-EXIT
068800             UNTIL FIM-RETORNO
068900         CLOSE ACK-FILE
069000     END-IF.
069100
069200 2300-EXIT.
069300     EXIT.
069400*-----------------------------------------------------------------
069500* 2310-LER-RETORNO
069600* ONE ACKNOWLEDGMENT DETAIL - THE ID IS LOOKED UP AMONG WHAT WAS
069700* SENT AND MARKED ACCEPTED OR REJECTED.  AN ID NEVER SENT IS
069800* LISTED.  A SECOND ANSWER FOR THE SAME ID IS COUNTED AND THE
069900* LATER ONE STANDS, AS THE RECEIVER'S LAST WORD ON IT.
070000*-----------------------------------------------------------------
070100 2310-LER-RETORNO.
070200
070300     READ ACK-FILE
070400         AT END SET FIM-RETORNO TO TRUE
070500     END-READ
070600
070700     IF NOT FIM-RETORNO AND AK-DETALHE
070800         MOVE "N" TO WS-ACHOU-ENVIADO-SW
070900         MOVE 1   TO WS-IND-ENVIADOS
071000         PERFORM 2320-PROCURAR-ENVIADO THRU 2320-EXIT
071100             UNTIL ACHOU-ENVIADO OR
071200                   WS-IND-ENVIADOS > WS-QTD-ENVIADOS
071300         IF ACHOU-ENVIADO
071400             IF WS-ENV-SITUACAO (WS-IND-ENVIADOS) NOT = SPACE
071500                 ADD 1 TO WS-TOTAL-REPETIDOS
071600             END-IF
071700             MOVE AK-SITUACAO
071800                 TO WS-ENV-SITUACAO (WS-IND-ENVIADOS)
071900             MOVE AK-MOTIVO
072000                 TO WS-ENV-MOTIVO (WS-IND-ENVIADOS)
072100             MOVE AK-TEXTO-MOTIVO
072200                 TO WS-ENV-TEXTO (WS-IND-ENVIADOS)
072300         ELSE
072400             ADD 1 TO WS-TOTAL-NAO-ENVIADOS
072500             MOVE "NAO ENVIADO"   TO WS-OCORRENCIA
072600             MOVE AK-ID           TO WS-CASO-ID
072700             MOVE AK-MOTIVO       TO WS-CASO-MOTIVO
072800             MOVE AK-TEXTO-MOTIVO TO WS-CASO-TEXTO
072900             PERFORM 3200-GRAVAR-CASO THRU 3200-EXIT
073000         END-IF
073100     END-IF.
073200
073300 2310-EXIT.
073400     EXIT.
073500*-----------------------------------------------------------------
073600* 2320-PROCURAR-ENVIADO
073700*-----------------------------------------------------------------
073800 2320-PROCURAR-ENVIADO.
073900
074000     IF WS-ENV-ID (WS-IND-ENVIADOS) = AK-ID
074100         MOVE "S" TO WS-ACHOU-ENVIADO-SW
074200     ELSE
074300         ADD 1 TO WS-IND-ENVIADOS
074400     END-IF.
074500
074600 2320-EXIT.
074700     EXIT.
074800*-----------------------------------------------------------------
074900* 2400-LISTAR-FALHAS
075000* WALKS WHAT WAS SENT - EVERY ID NOT ACCEPTED GOES TO THE RESEND
075100* FILE AS SENT, AND IS LISTED.  WHEN THERE WAS NO SOUND
075200* ACKNOWLEDGMENT AT ALL, THE WHOLE FEED GOES TO THE RESEND FILE
075300* BUT IS NOT LISTED ID BY ID - THE "RETORNO NAO ACEITO" LINE
075400* ALREADY SAYS WHY.  THE RESEND FILE IS ALWAYS REWRITTEN, SO AN
075500* EMPTY ONE NEVER LEAVES THE PRIOR CYCLE'S FAILURES BEHIND.
075600*-----------------------------------------------------------------
075700 2400-LISTAR-FALHAS.
075800
075900     OPEN OUTPUT RESEND-FILE
076000     IF WS-STATUS-REENVIO NOT = "00"
076100         DISPLAY "*** ERRO AO ABRIR " WS-NOME-REENVIO
076200             " - FILE STATUS " WS-STATUS-REENVIO
076300             " - REENVIO NAO GERADO - RETURN-CODE 8 ***"
076400         MOVE 8 TO RETURN-CODE
076500         MOVE "S" TO WS-ARQUIVO-PENDENTE-SW
076600     ELSE
076700         IF WS-LINHA-CABECALHO-ENV NOT = SPACES
076800             WRITE RESEND-RECORD FROM WS-LINHA-CABECALHO-ENV
076900         END-IF
077000         MOVE 1 TO WS-IND-ENVIADOS
077100         PERFORM 2410-AVALIAR-ENVIADO THRU 2410-EXIT
077200             UNTIL WS-IND-ENVIADOS > WS-QTD-ENVIADOS
077300         IF ARQUIVO-DELTA
077400             MOVE SPACES TO RESEND-RECORD
077500             STRING "T,"                 DELIMITED BY SIZE
077600                 WS-REENVIO-INCLUSOES    DELIMITED BY SIZE
077700                 ","                     DELIMITED BY SIZE
077800                 WS-REENVIO-ALTERACOES   DELIMITED BY SIZE
077900                 ","                     DELIMITED BY SIZE
078000                 WS-REENVIO-EXCLUSOES    DELIMITED BY SIZE
078100                 INTO RESEND-RECORD
078200             END-STRING
078300             WRITE RESEND-RECORD
078400         END-IF
078500         CLOSE RESEND-FILE
078600     END-IF.
078700
078800 2400-EXIT.
078900     EXIT.
079000*-----------------------------------------------------------------
079100* 2410-AVALIAR-ENVIADO
079200* ONE SENT ID - COUNTED BY WHAT BECAME OF IT; ANYTHING BUT AN
079300* ACCEPTANCE IS LISTED (WHEN THERE WAS AN ACKNOWLEDGMENT) AND
079400* WRITTEN FOR RESEND.
079500*-----------------------------------------------------------------
079600 2410-AVALIAR-ENVIADO.
079700
079800     EVALUATE WS-ENV-SITUACAO (WS-IND-ENVIADOS)
079900         WHEN "A"
080000             ADD 1 TO WS-TOTAL-ACEITOS
080100         WHEN "R"
080200             ADD 1 TO WS-TOTAL-REJEITADOS
080300             MOVE "REJEITADO" TO WS-OCORRENCIA
080400             PERFORM 2420-GRAVAR-REENVIO THRU 2420-EXIT
080500         WHEN OTHER
080600             ADD 1 TO WS-TOTAL-SEM-RETORNO
080700             MOVE "NAO CONFIRMADO" TO WS-OCORRENCIA
080800             PERFORM 2420-GRAVAR-REENVIO THRU 2420-EXIT
080900     END-EVALUATE
081000
081100     ADD 1 TO WS-IND-ENVIADOS.
081200
081300 2410-EXIT.
081400     EXIT.
081500*-----------------------------------------------------------------
081600* 2420-GRAVAR-REENVIO
081700* WRITES ONE FAILURE TO THE RESEND FILE, COUNTING THE DELTA
081800* ACTIONS FOR ITS TRAILER, AND LISTS IT.
081900*-----------------------------------------------------------------
082000 2420-GRAVAR-REENVIO.
082100
082200     ADD 1 TO WS-TOTAL-REENVIO
082300     WRITE RESEND-RECORD FROM WS-ENV-LINHA (WS-IND-ENVIADOS)
082400     IF ARQUIVO-DELTA
082500         EVALUATE WS-ENV-LINHA (WS-IND-ENVIADOS) (1:1)
082600             WHEN "A"
082700                 ADD 1 TO WS-REENVIO-INCLUSOES
082800             WHEN "C"
082900                 ADD 1 TO WS-REENVIO-ALTERACOES
083000             WHEN OTHER
083100                 ADD 1 TO WS-REENVIO-EXCLUSOES
083200         END-EVALUATE
083300     END-IF
083400
083500     IF RETORNO-VALIDO
083600         MOVE WS-ENV-ID (WS-IND-ENVIADOS)     TO WS-CASO-ID
083700         MOVE WS-ENV-MOTIVO (WS-IND-ENVIADOS) TO WS-CASO-MOTIVO
083800         MOVE WS-ENV-TEXTO (WS-IND-ENVIADOS)  TO WS-CASO-TEXTO
083900         PERFORM 3200-GRAVAR-CASO THRU 3200-EXIT
084000     END-IF.
084100
084200 2420-EXIT.
084300     EXIT.
084400*-----------------------------------------------------------------
084500* 2500-TOTAIS-ARQUIVO
084600* PRINTS THE FEED'S CONTROL TOTALS AND DECIDES WHETHER IT IS
084700* RECONCILED - EVERY ID SENT ACCEPTED, NOTHING ACKNOWLEDGED THAT
084800* WAS NOT SENT, AND NOTHING LEFT UNCHECKED BY A TABLE OVERFLOW.
084900*-----------------------------------------------------------------
085000 2500-TOTAIS-ARQUIVO.
085100
085200     IF WS-TOTAL-REJEITADOS   > ZERO OR
085300        WS-TOTAL-SEM-RETORNO  > ZERO OR
085400        WS-TOTAL-NAO-ENVIADOS > ZERO OR
085500        WS-ENVIADOS-ESTOURO   > ZERO OR
085600        NOT RETORNO-VALIDO
085700         MOVE "S" TO WS-ARQUIVO-PENDENTE-SW
085800     END-IF
085900
086000     IF ENVIADO-PRESENTE
086100         MOVE "IDS ENVIADOS" TO WS-ROTULO-TOTAL
086200         MOVE WS-TOTAL-ENVIADOS TO WS-TOTAL-EDITADO
086300         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
086400
086500         MOVE "ACEITOS PELO RECEPTOR" TO WS-ROTULO-TOTAL
086600         MOVE WS-TOTAL-ACEITOS TO WS-TOTAL-EDITADO
086700         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
086800
086900         MOVE "REJEITADOS PELO RECEPTOR" TO WS-ROTULO-TOTAL
087000         MOVE WS-TOTAL-REJEITADOS TO WS-TOTAL-EDITADO
087100         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
087200
087300         MOVE "NUNCA CONFIRMADOS" TO WS-ROTULO-TOTAL
087400         MOVE WS-TOTAL-SEM-RETORNO TO WS-TOTAL-EDITADO
087500         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
087600
087700         MOVE "CONFIRMADOS SEM ENVIO" TO WS-ROTULO-TOTAL
087800         MOVE WS-TOTAL-NAO-ENVIADOS TO WS-TOTAL-EDITADO
087900         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
088000
088100         MOVE "CONFIRMACOES REPETIDAS" TO WS-ROTULO-TOTAL
088200         MOVE WS-TOTAL-REPETIDOS TO WS-TOTAL-EDITADO
088300         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
088400
088500         MOVE "LINHAS PARA REENVIO" TO WS-ROTULO-TOTAL
088600         MOVE WS-TOTAL-REENVIO TO WS-TOTAL-EDITADO
088700         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
088800
088900         IF WS-ENVIADOS-ESTOURO > ZERO
089000             MOVE "IDS ALEM DA TABELA" TO WS-ROTULO-TOTAL
089100             MOVE WS-ENVIADOS-ESTOURO TO WS-TOTAL-EDITADO
089200             PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
089300         END-IF
089400     END-IF
089500
089600     IF ARQUIVO-PENDENTE
089700         ADD 1 TO WS-ARQUIVOS-PENDENTES
089800         MOVE "ARQUIVO NAO CONCILIADO" TO WS-LINHA-RELATORIO
089900     ELSE
090000         MOVE "ARQUIVO CONCILIADO" TO WS-LINHA-RELATORIO
090100     END-IF
090200     PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT.
090300
090400 2500-EXIT.
090500     EXIT.
090600*-----------------------------------------------------------------
090700* 3100-IMPRIMIR-CABECALHO
090800* STARTS A NEW REPORT PAGE, ECHOING THE CYCLE DATE.
090900*-----------------------------------------------------------------
091000 3100-IMPRIMIR-CABECALHO.
091100
091200     ADD 1  TO WS-NUMERO-PAGINA
091300     MOVE ZERO TO WS-CONTADOR-LINHAS
091400
091500     MOVE SPACES TO WS-LINHA-RELATORIO
091600     STRING "CONCILIACAO DOS RETORNOS   DATA: "
091700         DELIMITED BY SIZE
091800         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
091900         "/" DELIMITED BY SIZE
092000         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
092100         "/" DELIMITED BY SIZE
092200         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
092300         "   PAGINA: " DELIMITED BY SIZE
092400         WS-NUMERO-PAGINA DELIMITED BY SIZE
092500         INTO WS-LINHA-RELATORIO
092600     END-STRING
092700     WRITE ACK-REPORT-RECORD FROM WS-LINHA-RELATORIO
092800
092900     MOVE SPACES TO WS-LINHA-RELATORIO
093000     WRITE ACK-REPORT-RECORD FROM WS-LINHA-RELATORIO
093100
093200     WRITE ACK-REPORT-RECORD FROM WS-CABECALHO-COLUNAS
093300
093400     MOVE SPACES TO WS-LINHA-RELATORIO
093500     WRITE ACK-REPORT-RECORD FROM WS-LINHA-RELATORIO.
093600
093700 3100-EXIT.
093800     EXIT.
093900*-----------------------------------------------------------------
094000* 3200-GRAVAR-CASO
094100* PRINTS ONE CASE FROM THE OCCURRENCE, ID, REASON CODE AND TEXT
094200* LEFT BY THE CALLER.
094300*-----------------------------------------------------------------
094400 3200-GRAVAR-CASO.
094500
094600     MOVE SPACES TO WS-LINHA-RELATORIO
094700     STRING WS-OCORRENCIA           DELIMITED BY SIZE
094800         "  "                       DELIMITED BY SIZE
094900         WS-CASO-ID                 DELIMITED BY SIZE
095000         "  "                       DELIMITED BY SIZE
095100         WS-CASO-MOTIVO             DELIMITED BY SIZE
095200         "   "                      DELIMITED BY SIZE
095300         WS-CASO-TEXTO              DELIMITED BY SIZE
095400         INTO WS-LINHA-RELATORIO
095500     END-STRING
095600     PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT.
095700
095800 3200-EXIT.
095900     EXIT.
096000*-----------------------------------------------------------------
096100* 3300-GRAVAR-LINHA
096200* WRITES ONE REPORT LINE, BREAKING TO A NEW PAGE WHEN THE PAGE
096300* IS FULL.  THE PAGE HEADER USES WS-LINHA-RELATORIO AS ITS OWN
096400* SCRATCH AREA, SO THE PENDING LINE IS HELD ACROSS THE BREAK.
096500*-----------------------------------------------------------------
096600 3300-GRAVAR-LINHA.
096700
096800     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
096900         MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
097000         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
097100         MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
097200     END-IF
097300     WRITE ACK-REPORT-RECORD FROM WS-LINHA-RELATORIO
097400     ADD 1 TO WS-CONTADOR-LINHAS.
097500
097600 3300-EXIT.
097700     EXIT.
097800*-----------------------------------------------------------------
097900* 3400-GRAVAR-TOTAL
098000* PRINTS ONE CONTROL-TOTAL LINE FROM THE LABEL AND EDITED COUNT
098100* LEFT BY THE CALLER.
098200*-----------------------------------------------------------------
098300 3400-GRAVAR-TOTAL.
098400
098500     MOVE SPACES TO WS-LINHA-RELATORIO
098600     STRING "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***"
098700         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
098800     END-STRING
098900     PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT.
099000
099100 3400-EXIT.
099200     EXIT.
099300*-----------------------------------------------------------------
099400* 5000-ENCERRAR
099500* THE CYCLE VERDICT - RECONCILED ONLY WHEN EVERY FEED WAS.  AN
099600* UNRECONCILED CYCLE ENDS WITH RETURN-CODE 8, SO THE MORNING
099700* CYCLE REPORT STARS IT AND THE RESEND FILES GET LOOKED AT.
099800*-----------------------------------------------------------------
099900 5000-ENCERRAR.
100000
100100     MOVE SPACES TO WS-LINHA-RELATORIO
100200     PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT
100300
100400     MOVE "ARQUIVOS VERIFICADOS NO CICLO" TO WS-ROTULO-TOTAL
100500     MOVE WS-TOTAL-ARQUIVOS TO WS-TOTAL-EDITADO
100600     PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
100700
100800     MOVE "ARQUIVOS PENDENTES" TO WS-ROTULO-TOTAL
100900     MOVE WS-ARQUIVOS-PENDENTES TO WS-TOTAL-EDITADO
101000     PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
101100
101200     IF WS-FILIAIS-ESTOURO > ZERO
101300         MOVE "FILIAIS ALEM DA TABELA" TO WS-ROTULO-TOTAL
101400         MOVE WS-FILIAIS-ESTOURO TO WS-TOTAL-EDITADO
101500         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
101600         ADD 1 TO WS-ARQUIVOS-PENDENTES
101700     END-IF
101710
101720     IF WS-RETORNOS-OUTRO-CICLO > ZERO
101730         MOVE "RETORNOS DE OUTRO CICLO" TO WS-ROTULO-TOTAL
101740         MOVE WS-RETORNOS-OUTRO-CICLO TO WS-TOTAL-EDITADO
101750         PERFORM 3400-GRAVAR-TOTAL THRU 3400-EXIT
101760     END-IF
101800
101900     MOVE SPACES TO WS-LINHA-RELATORIO
102000     PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT
102100
102200     IF WS-ARQUIVOS-PENDENTES > ZERO
102300         MOVE "SITUACAO: CICLO NAO CONCILIADO - RETURN-CODE 8"
102400             TO WS-LINHA-RELATORIO
102500         PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT
102600         DISPLAY "*** CICLO NAO CONCILIADO - VEJA ACKRPT - "
102700             "RETURN-CODE 8 ***"
102800         MOVE 8 TO RETURN-CODE
102900     ELSE
103000         MOVE "SITUACAO: CICLO CONCILIADO" TO WS-LINHA-RELATORIO
103100         PERFORM 3300-GRAVAR-LINHA THRU 3300-EXIT
103200     END-IF
103300
103400     CLOSE ACK-REPORT-FILE.
103500
103600 5000-EXIT.
103700     EXIT.
103800*-----------------------------------------------------------------
103900* 6000-REGISTRAR-EXECUCAO
104000* RECORDS THE RUN ON THE SHARED RUN LOG THROUGH RUNLOGW, WITH
104100* THE EVENT, COUNT AND RETURN CODE THE CALLER LEFT.
104200*-----------------------------------------------------------------
104300 6000-REGISTRAR-EXECUCAO.
104400
104500     MOVE "AGERECN" TO RL-JOB-ID
104600     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
104700
104800 6000-EXIT.
104900     EXIT.
105000 END PROGRAM AGERECN.
