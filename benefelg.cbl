000100******************************************************************
000200* PROGRAM:     BENEFELG
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     NIGHTLY BENEFIT ELIGIBILITY DETERMINATION.  THE
000800*              AGE-BASED BENEFITS (MINOR ALLOWANCE, RETIREMENT,
000900*              SENIOR DISCOUNT AND SO ON) WERE WORKED OUT BY
001000*              HAND FROM THE AGEEXTR EXTRACT, SO A BENEFIT WAS
001100*              GRANTED LATE OR PAID PAST ITS CUT-OFF AGE.  THIS
001200*              RUN LOADS THE RULES FILE (BENEFRGR) MAINTAINED BY
001300*              OPERATIONS, WALKS THE WHOLE PERSON MASTER
001400*              (PERSONMST) AND EVALUATES EVERY PERSON AGAINST
001500*              EVERY RULE - AGE THROUGH AGECALC AS OF THE
001600*              RUNPARM AS-OF DATE (ELSE THE LAST BUSINESS DAY
001650*              FROM THE CALENDAR), THE RULE'S EFFECTIVE DATES,
001700*              AND THE PERSON STATUS (DECEASED AND INACTIVE
001800*              PEOPLE NEVER QUALIFY).  ONE ELIGIBILITY ENTRY PER
001900*              PERSON AND BENEFIT GOES TO ELEGIB, AND THE NEW
002000*              FILE IS MATCH-MERGED AGAINST THE PRIOR RUN'S
002100*              COPY (ELEGANT, SAVED FROM THAT RUN'S ELEGIB BY THE
002150*              ELEGSALV STEP AHEAD OF THIS ONE) SO ELEGRPT
002200*              LISTS, BENEFIT BY BENEFIT, WHO GAINED AND WHO
002300*              LOST IT SINCE THE PRIOR RUN.  A BAD RULE, A BIRTH
002400*              DATE THAT FAILS EDITING OR A PRIOR FILE OUT OF
002500*              SEQUENCE ENDS THE RUN WITH RETURN-CODE 8.
002600* TECTONICS:   cobc
002700*-----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*-----------------------------------------------------------------
003000* DATE       INIT  DESCRIPTION
003100* 15/10/2026  GB   ORIGINAL VERSION.
003110* 15/10/2026  GB   THE MASTER SELECT NOW NAMES THE ALTERNATE KEY
003120*                  ON THE CPF ADDED TO PERSONREC.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. BENEFELG.
003500 AUTHOR. GABRIELA BARBOSA.
003600 INSTALLATION. DATA PROCESSING CENTER.
003700 DATE-WRITTEN. 15/10/2026.
003800 DATE-COMPILED.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT RULE-FILE ASSIGN TO "BENEFRGR"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-STATUS-REGRAS.
004500     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS PM-ID
004866         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
004932         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
005000         FILE STATUS IS WS-STATUS-MASTER.
005100     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-STATUS-RUNPARM.
005400     SELECT ELIGIBILITY-FILE ASSIGN TO "ELEGIB"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-STATUS-ELEGIB.
005700     SELECT PRIOR-ELIGIBILITY-FILE ASSIGN TO "ELEGANT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STATUS-ELEGANT.
006000     SELECT ELIGIBILITY-REPORT-FILE ASSIGN TO "ELEGRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-STATUS-ELEGRPT.
006300     SELECT SORT-FILE ASSIGN TO "SORTWK".
006400 DATA DIVISION.
006500 FILE SECTION.
006600*-----------------------------------------------------------------
006700* RULE-FILE - THE BENEFIT RULES, ONE PER LINE IN ASCENDING CODE
006800* ORDER.  THE SHARED BENRGREC LAYOUT.
006900*-----------------------------------------------------------------
007000 FD  RULE-FILE.
007100     COPY BENRGREC.
007200*-----------------------------------------------------------------
007300* PERSON-MASTER-FILE - THE INDEXED PERSON MASTER.  THE SHARED
007400* PERSONREC LAYOUT WITH THE FIELD PREFIX SWAPPED, AS THE BATCH
007500* RUN DECLARES IT.
007600*-----------------------------------------------------------------
007700 FD  PERSON-MASTER-FILE.
007800     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
007900         ==PERSON-MASTER-RECORD==
008000         LEADING ==PR== BY ==PM==.
008100*-----------------------------------------------------------------
008200* RUN-CONTROL-FILE - THE SAME RUNPARM RECORD THE BATCH REPORT
008300* RUN READS.  ONLY THE AS-OF DATE MATTERS HERE.
008400*-----------------------------------------------------------------
008500 FD  RUN-CONTROL-FILE.
008600 01  RUN-CONTROL-RECORD.
008700     05  RC-DATA-BASE            PIC X(08).
008800     05  RC-INTERVALO-CHECKPOINT PIC X(05).
008900     05  RC-MAX-LINHAS-PAGINA    PIC X(02).
009000*-----------------------------------------------------------------
009100* ELIGIBILITY-FILE - TONIGHT'S ELIGIBILITY, ONE ENTRY PER PERSON
009200* AND BENEFIT, IN PR-ID AND BENEFIT-CODE ORDER.
009300*-----------------------------------------------------------------
009400 FD  ELIGIBILITY-FILE.
009500     COPY ELEGREC.
009600*-----------------------------------------------------------------
009700* PRIOR-ELIGIBILITY-FILE - THE PRIOR RUN'S ELEGIB, SAVED BY
009800* ELEGSALV.  A MISSING FILE JUST MEANS NO PRIOR RUN - EVERY
009900* BENEFIT HELD TONIGHT READS AS GAINED.
010000*-----------------------------------------------------------------
010100 FD  PRIOR-ELIGIBILITY-FILE.
010200     COPY ELEGREC REPLACING ==ELIGIBILITY-RECORD== BY
010300         ==PRIOR-ELIGIBILITY-RECORD==
010400         LEADING ==EL== BY ==EA==.
010500*-----------------------------------------------------------------
010600* ELIGIBILITY-REPORT-FILE - THE PRINTED GAINED/LOST REPORT.
010700*-----------------------------------------------------------------
010800 FD  ELIGIBILITY-REPORT-FILE.
010900 01  ELIGIBILITY-REPORT-RECORD      PIC X(80).
011000*-----------------------------------------------------------------
011100* SORT-FILE - EVERY GAIN AND LOSS, RESORTED BY BENEFIT SO THE
011200* REPORT READS ONE BENEFIT AT A TIME.
011300*-----------------------------------------------------------------
011400 SD  SORT-FILE.
011500 01  SORT-RECORD.
011600     05  SRT-CODIGO              PIC X(04).
011700*        G = GANHOU (GAINED), P = PERDEU (LOST).
011800     05  SRT-MOVIMENTO           PIC X(01).
011900     05  SRT-ID                  PIC X(06).
012000     05  SRT-NOME                PIC X(30).
012100     05  SRT-IDADE-ANOS          PIC 9(03).
012200     05  SRT-MOTIVO              PIC X(20).
012300 WORKING-STORAGE SECTION.
012400*-----------------------------------------------------------------
012500* FILE STATUS FOR EVERY FILE, AND A SWITCH TO REMEMBER WHETHER
012600* ALL OF THEM CAME UP CLEAN, SO A MISSING OR UNWRITABLE FILE IS
012700* A REPORTED, GRACEFUL CANCELLATION RATHER THAN A RUNTIME ABORT.
012800*-----------------------------------------------------------------
012900 77  WS-STATUS-REGRAS            PIC X(02) VALUE SPACES.
013000 77  WS-STATUS-MASTER            PIC X(02) VALUE SPACES.
013100 77  WS-STATUS-RUNPARM           PIC X(02) VALUE SPACES.
013200 77  WS-STATUS-ELEGIB            PIC X(02) VALUE SPACES.
013300 77  WS-STATUS-ELEGANT           PIC X(02) VALUE SPACES.
013400 77  WS-STATUS-ELEGRPT           PIC X(02) VALUE SPACES.
013500 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
013600     88  LOTE-ABERTO              VALUE "S".
013700 77  WS-ANTERIOR-ABERTO-SW       PIC X(01) VALUE "N".
013800     88  ANTERIOR-ABERTO          VALUE "S".
013900*-----------------------------------------------------------------
014000* END-OF-FILE SWITCHES.
014100*-----------------------------------------------------------------
014200 77  WS-FIM-REGRAS-SW            PIC X(01) VALUE "N".
014300     88  FIM-REGRAS               VALUE "S".
014400 77  WS-FIM-MASTER-SW            PIC X(01) VALUE "N".
014500     88  FIM-MASTER               VALUE "S".
014600 77  WS-FIM-ANTERIOR-SW          PIC X(01) VALUE "N".
014700     88  FIM-ANTERIOR             VALUE "S".
014750 77  WS-ANT-ACEITO-SW            PIC X(01) VALUE "N".
014760     88  ANT-ACEITO               VALUE "S".
014800 77  WS-FIM-SORT-SW              PIC X(01) VALUE "N".
014900     88  FIM-SORT                 VALUE "S".
015000*-----------------------------------------------------------------
015100* THE AS-OF DATE THE RUN IS PINNED TO, READ FROM RUNPARM (ZERO
015200* = NONE THERE, SO THE BUSINESS CALENDAR GIVES IT).
015300*-----------------------------------------------------------------
015400 77  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
015500 77  WS-DATA-HOJE                PIC 9(08) VALUE ZERO.
015600*-----------------------------------------------------------------
015700* THE RULES TABLE - EVERY VALID RULE LOADED FROM BENEFRGR, IN
015800* CODE ORDER, WITH ITS OWN ELIGIBLE/GAINED/LOST COUNTS FOR THE
015900* SUMMARY.  A RULE PAST THE TABLE IS COUNTED AND THE RUN FLAGGED
016000* RATHER THAN SILENTLY DROPPED.
016100*-----------------------------------------------------------------
016200 77  WS-MAX-REGRAS               PIC 9(04) VALUE 50 COMP.
016300 77  WS-QTD-REGRAS               PIC 9(04) VALUE ZERO COMP.
016400 77  WS-IND-REGRA                PIC 9(04) VALUE ZERO COMP.
016450 77  WS-IND-REGRA-SALVO          PIC 9(04) VALUE ZERO COMP.
016500 77  WS-ACHOU-REGRA-SW           PIC X(01) VALUE "N".
016600     88  ACHOU-REGRA              VALUE "S".
016700 01  WS-TABELA-REGRAS.
016800     05  WS-REGRA-ITEM           OCCURS 50 TIMES.
016900         10  WS-RGR-CODIGO       PIC X(04).
017000         10  WS-RGR-DESCRICAO    PIC X(30).
017100         10  WS-RGR-UNIDADE      PIC X(01).
017200         10  WS-RGR-MINIMA       PIC 9(05).
017300         10  WS-RGR-MAXIMA       PIC 9(05).
017400         10  WS-RGR-INICIO       PIC 9(08).
017500         10  WS-RGR-FIM          PIC 9(08).
017600         10  WS-RGR-ELEGIVEIS    PIC 9(07).
017700         10  WS-RGR-GANHOS       PIC 9(07).
017800         10  WS-RGR-PERDAS       PIC 9(07).
017900 77  WS-CODIGO-ANTERIOR          PIC X(04) VALUE LOW-VALUES.
018000 77  WS-MSG-REGRA                PIC X(30) VALUE SPACES.
018100*-----------------------------------------------------------------
018200* THE PERSON IN HAND - AGE IN DAYS FROM AGECALC AND IN WHOLE
018300* CALENDAR YEARS DERIVED FROM THE SAME TWO DATES, AND WHETHER
018400* THE BIRTH DATE PASSED EDITING AT ALL.
018500*-----------------------------------------------------------------
018600 77  WS-IDADE-DIAS               PIC 9(07) VALUE ZERO.
018700 77  WS-IDADE-ANOS               PIC 9(03) VALUE ZERO.
018800 77  WS-IDADE-COMPARADA          PIC 9(07) VALUE ZERO.
018900 77  WS-NASCIMENTO-OK-SW         PIC X(01) VALUE "N".
019000     88  NASCIMENTO-OK            VALUE "S".
019100 01  WS-DATA-NASC-AUX.
019200     05  WS-NASC-ANO             PIC 9(04).
019300     05  WS-NASC-MMDD            PIC 9(04).
019400 01  WS-DATA-CALC-AUX.
019500     05  WS-CALC-ANO             PIC 9(04).
019600     05  WS-CALC-MMDD            PIC 9(04).
019700*-----------------------------------------------------------------
019800* MATCH-MERGE STATE AGAINST THE PRIOR FILE - THE KEY (PR-ID PLUS
019900* BENEFIT CODE) ON EACH SIDE, THE PRIOR SIDE PUSHED TO
020000* HIGH-VALUES AT ITS END SO THE CURRENT SIDE DRAINS NATURALLY.
020100*-----------------------------------------------------------------
020200 01  WS-CHAVE-ATUAL.
020300     05  WS-CHA-ID               PIC X(06).
020400     05  WS-CHA-CODIGO           PIC X(04).
020500 01  WS-CHAVE-ANTERIOR.
020600     05  WS-CHP-ID               PIC X(06).
020700     05  WS-CHP-CODIGO           PIC X(04).
020800 77  WS-CHAVE-ULTIMA-ANT         PIC X(10) VALUE LOW-VALUES.
020900*-----------------------------------------------------------------
021000* CONTROL TOTALS.
021100*-----------------------------------------------------------------
021200 77  WS-TOTAL-LIDOS              PIC 9(07) VALUE ZERO.
021300 77  WS-TOTAL-AVALIACOES         PIC 9(07) VALUE ZERO.
021400 77  WS-TOTAL-ELEGIVEIS          PIC 9(07) VALUE ZERO.
021500 77  WS-TOTAL-GANHOS             PIC 9(07) VALUE ZERO.
021600 77  WS-TOTAL-PERDAS             PIC 9(07) VALUE ZERO.
021650 77  WS-PERDAS-SEM-REGRA         PIC 9(07) VALUE ZERO.
021700 77  WS-TOTAL-NASC-INVALIDO      PIC 9(07) VALUE ZERO.
021800 77  WS-TOTAL-REGRAS-REJEITADAS  PIC 9(07) VALUE ZERO.
021900 77  WS-TOTAL-REGRAS-ESTOURO     PIC 9(07) VALUE ZERO.
022000 77  WS-TOTAL-ANTERIOR-LIDOS     PIC 9(07) VALUE ZERO.
022100 77  WS-TOTAL-ANTERIOR-SEQ       PIC 9(07) VALUE ZERO.
022200 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
022300 77  WS-ROTULO-TOTAL             PIC X(25) VALUE SPACES.
022400*-----------------------------------------------------------------
022500* PARAMETER AREA FOR THE AGECALC SUBPROGRAM - THE ONE PLACE AGE
022600* MATH LIVES, SO THE AGE A BENEFIT IS GRANTED ON IS THE SAME AGE
022700* EVERY OTHER RUN WOULD COMPUTE.
022800*-----------------------------------------------------------------
022900     COPY AGECALCP.
023000*-----------------------------------------------------------------
023100* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
023200* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
023300* COUNT AND RETURN CODE TO.
023400*-----------------------------------------------------------------
023500     COPY RUNLOGP.
023510*-----------------------------------------------------------------
023520* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
023530* CALENDAR THAT GIVES THE AS-OF DATE WHEN RUNPARM HAS NONE.
023540*-----------------------------------------------------------------
023550     COPY CALDIAP.
023600*-----------------------------------------------------------------
023700* REPORT PAGE CONTROL, SCRATCH LINE AND EDITED FIELDS.
023800*-----------------------------------------------------------------
023900 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 20.
024000 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
024100 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
024200 77  WS-LINHA-RELATORIO          PIC X(80) VALUE SPACES.
024300 77  WS-LINHA-GUARDADA           PIC X(80) VALUE SPACES.
024400 77  WS-CODIGO-QUEBRA            PIC X(04) VALUE SPACES.
024500 77  WS-TEXTO-MOVIMENTO          PIC X(06) VALUE SPACES.
024600 77  WS-ANOS-EDITADO             PIC ZZ9.
024700 77  WS-ELEG-EDITADO             PIC ZZZZZZ9.
024800 77  WS-GANHO-EDITADO            PIC ZZZZZZ9.
024900 77  WS-PERDA-EDITADO            PIC ZZZZZZ9.
025000*-----------------------------------------------------------------
025100* LITERAL COLUMN HEADING LINE FOR THE GAINED/LOST SECTION.
025200*-----------------------------------------------------------------
025300 01  WS-CABECALHO-COLUNAS.
025400     05  FILLER                  PIC X(08) VALUE "MOVIM.".
025500     05  FILLER                  PIC X(08) VALUE "ID".
025600     05  FILLER                  PIC X(32) VALUE "NOME".
025700     05  FILLER                  PIC X(06) VALUE "ANOS".
025800     05  FILLER                  PIC X(26) VALUE "MOTIVO".
025900
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200
026300     MOVE "INICIO" TO RL-EVENTO
026400     MOVE ZERO     TO RL-CONTAGEM
026500     MOVE ZERO     TO RL-CODIGO-RETORNO
026600     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
026700
026800     PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
026900
027000     IF LOTE-ABERTO
027100         SORT SORT-FILE
027200             ON ASCENDING KEY SRT-CODIGO SRT-MOVIMENTO SRT-ID
027300             INPUT PROCEDURE IS 2000-AVALIAR-CADASTRO
027400                 THRU 2000-EXIT
027500             OUTPUT PROCEDURE IS 3000-IMPRIMIR-MOVIMENTOS
027600                 THRU 3000-EXIT
027700         PERFORM 5000-FECHAR-ARQUIVOS THRU 5000-EXIT
027800     END-IF
027900
028000     MOVE "FIM"          TO RL-EVENTO
028100     MOVE WS-TOTAL-LIDOS TO RL-CONTAGEM
028200     MOVE RETURN-CODE    TO RL-CODIGO-RETORNO
028300     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
028400
028500     STOP RUN.
028600*-----------------------------------------------------------------
028700* 1000-ABRIR-ARQUIVOS
028800* READS THE RUNPARM AS-OF DATE, OPENS THE REPORT, LOADS THE
028900* RULES, THEN OPENS THE MASTER, TONIGHT'S ELIGIBILITY FILE AND
029000* THE PRIOR RUN'S - EACH STATUS-CHECKED.  NO RULES AT ALL, OR A
029100* FILE THAT WILL NOT OPEN, CANCELS THE RUN WITH RETURN-CODE 8.
029200*-----------------------------------------------------------------
029300 1000-ABRIR-ARQUIVOS.
029400
029500     MOVE "N" TO WS-LOTE-ABERTO-SW
029600     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
029700
029800     IF WS-DATA-BASE NOT = ZERO
029900         MOVE WS-DATA-BASE TO WS-DATA-HOJE
030000     ELSE
030100         PERFORM 1150-DATA-DO-CALENDARIO THRU 1150-EXIT
030200     END-IF
030300
030400     OPEN OUTPUT ELIGIBILITY-REPORT-FILE
030500     IF WS-STATUS-ELEGRPT NOT = "00"
030600         DISPLAY "*** ERRO AO ABRIR ELEGRPT - FILE STATUS "
030700             WS-STATUS-ELEGRPT " - ELEGIBILIDADE CANCELADA - "
030800             "RETURN-CODE 8 ***"
030900         MOVE 8 TO RETURN-CODE
031000     ELSE
031100         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
031200         PERFORM 1200-CARREGAR-REGRAS THRU 1200-EXIT
031300         IF WS-QTD-REGRAS = ZERO
031400             DISPLAY "*** NENHUMA REGRA VALIDA EM BENEFRGR - "
031500                 "ELEGIBILIDADE CANCELADA - RETURN-CODE 8 ***"
031600             MOVE "*** NENHUMA REGRA VALIDA - RUN CANCELADO ***"
031700                 TO WS-LINHA-RELATORIO
031800             WRITE ELIGIBILITY-REPORT-RECORD
031900                 FROM WS-LINHA-RELATORIO
032000             CLOSE ELIGIBILITY-REPORT-FILE
032100             MOVE 8 TO RETURN-CODE
032200         ELSE
032300             PERFORM 1050-ABRIR-RESTANTE THRU 1050-EXIT
032400         END-IF
032500     END-IF.
032600
032700 1000-EXIT.
032800     EXIT.
032900*-----------------------------------------------------------------
033000* 1050-ABRIR-RESTANTE
033100* THE MASTER AND TONIGHT'S ELIGIBILITY FILE MUST OPEN; THE
033200* PRIOR RUN'S FILE IS OPTIONAL.
033300*-----------------------------------------------------------------
033400 1050-ABRIR-RESTANTE.
033500
033600     OPEN INPUT PERSON-MASTER-FILE
033700     OPEN OUTPUT ELIGIBILITY-FILE
033800     IF WS-STATUS-MASTER NOT = "00" OR
033900        WS-STATUS-ELEGIB NOT = "00"
034000         DISPLAY "*** ERRO AO ABRIR PERSONMST/ELEGIB - "
034100             "ELEGIBILIDADE CANCELADA - RETURN-CODE 8 ***"
034200         CLOSE PERSON-MASTER-FILE
034300         CLOSE ELIGIBILITY-FILE
034400         CLOSE ELIGIBILITY-REPORT-FILE
034500         MOVE 8 TO RETURN-CODE
034600     ELSE
034700         PERFORM 1300-ABRIR-ANTERIOR THRU 1300-EXIT
034800         MOVE "S" TO WS-LOTE-ABERTO-SW
034900     END-IF.
035000
035100 1050-EXIT.
035200     EXIT.
035300*-----------------------------------------------------------------
035400* 1100-LER-PARAMETROS
035500* READS THE RUNPARM AS-OF DATE, EXACTLY AS THE BATCH REPORT RUN
035600* DOES - A MISSING FILE OR A BLANK/NON-NUMERIC DATE LEAVES IT
035700* ZERO FOR THE BUSINESS CALENDAR TO GIVE.
035800*-----------------------------------------------------------------
035900 1100-LER-PARAMETROS.
036000
036100     MOVE ZERO TO WS-DATA-BASE
036200     OPEN INPUT RUN-CONTROL-FILE
036300     IF WS-STATUS-RUNPARM = "00"
036400         READ RUN-CONTROL-FILE
036500             AT END CONTINUE
036600             NOT AT END
036700                 IF RC-DATA-BASE IS NUMERIC AND
036800                    RC-DATA-BASE NOT = "00000000"
036900                     MOVE RC-DATA-BASE TO WS-DATA-BASE
037000                 END-IF
037100         END-READ
037200         CLOSE RUN-CONTROL-FILE
037300     ELSE
037400         DISPLAY "*** RUNPARM AUSENTE - USANDO O CALENDARIO ***"
037500     END-IF.
037600
037700 1100-EXIT.
037800     EXIT.
037805*-----------------------------------------------------------------
037810* 1150-DATA-DO-CALENDARIO
037815* THE AS-OF DATE OF TONIGHT'S CYCLE - THE LAST BUSINESS DAY
037820* BEFORE TODAY, THE SAME DATE THE EXTRACT WAS TAKEN AS OF.
037825* WITHOUT A CALENDAR THE RUN FALLS BACK TO TODAY, WITH A
037830* WARNING, AS THE BATCH REPORT RUN DOES.
037835*-----------------------------------------------------------------
037840 1150-DATA-DO-CALENDARIO.
037845
037850     MOVE ZERO TO CD-DATA
037855     CALL "CALDIA" USING CALDIA-PARAMETROS
037860     IF CD-OK
037865         MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-HOJE
037870     ELSE
037875         DISPLAY "*** CALENDARIO INDISPONIVEL - CD-RETORNO "
037880             CD-RETORNO " - DATA BASE ASSUMIDA COMO HOJE ***"
037885         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
037890     END-IF.
037892
037894 1150-EXIT.
037896     EXIT.
037900*-----------------------------------------------------------------
038000* 1200-CARREGAR-REGRAS
038100* LOADS EVERY VALID RULE INTO THE RULES TABLE.  A RULE THAT
038200* FAILS EDITING IS PRINTED WITH THE REASON, LEFT OUT, AND ENDS
038300* THE RUN WITH RETURN-CODE 8 - A BENEFIT SILENTLY NOT EVALUATED
038400* IS EXACTLY THE LATE GRANT THIS RUN EXISTS TO PREVENT.
038500*-----------------------------------------------------------------
038600 1200-CARREGAR-REGRAS.
038700
038800     MOVE ZERO TO WS-QTD-REGRAS
038900     MOVE LOW-VALUES TO WS-CODIGO-ANTERIOR
039000     OPEN INPUT RULE-FILE
039100     IF WS-STATUS-REGRAS NOT = "00"
039200         DISPLAY "*** ERRO AO ABRIR BENEFRGR - FILE STATUS "
039300             WS-STATUS-REGRAS " ***"
039400     ELSE
039500         MOVE "N" TO WS-FIM-REGRAS-SW
039600         PERFORM 1210-LER-REGRA THRU 1210-EXIT
039700             UNTIL FIM-REGRAS
039800         CLOSE RULE-FILE
039900     END-IF.
040000
040100 1200-EXIT.
040200     EXIT.
040300*-----------------------------------------------------------------
040400* 1210-LER-REGRA
040500* READS ONE RULE LINE AND LOADS IT WHEN IT PASSES EDITING.
040600* BLANK LINES ARE SKIPPED.
040700*-----------------------------------------------------------------
040800 1210-LER-REGRA.
040900
041000     READ RULE-FILE
041100         AT END SET FIM-REGRAS TO TRUE
041200         NOT AT END
041300             IF BENEFIT-RULE-RECORD NOT = SPACES
041400                 PERFORM 1220-VALIDAR-REGRA THRU 1220-EXIT
041500                 IF WS-MSG-REGRA NOT = SPACES
041600                     PERFORM 1240-REJEITAR-REGRA THRU 1240-EXIT
041700                 ELSE
041800                     PERFORM 1230-GUARDAR-REGRA THRU 1230-EXIT
041900                 END-IF
042000             END-IF
042100     END-READ.
042200
042300 1210-EXIT.
042400     EXIT.
042500*-----------------------------------------------------------------
042600* 1220-VALIDAR-REGRA
042700* EDITS ONE RULE - CODE PRESENT AND ASCENDING (THE MATCH AGAINST
042800* THE PRIOR RUN DEPENDS ON CODE ORDER), UNIT A OR D, NUMERIC
042900* LIMITS WITH THE MAXIMUM NOT BELOW THE MINIMUM, AND A VALID
043000* EFFECTIVE-DATE RANGE.  LEAVES THE REASON IN WS-MSG-REGRA, OR
043100* SPACES WHEN THE RULE IS GOOD.
043200*-----------------------------------------------------------------
043300 1220-VALIDAR-REGRA.
043400
043500     MOVE SPACES TO WS-MSG-REGRA
043600     EVALUATE TRUE
043700         WHEN BR-CODIGO = SPACES
043800             MOVE "CODIGO EM BRANCO" TO WS-MSG-REGRA
043900         WHEN BR-CODIGO NOT > WS-CODIGO-ANTERIOR
044000             MOVE "CODIGO FORA DE SEQUENCIA" TO WS-MSG-REGRA
044100         WHEN NOT BR-EM-ANOS AND NOT BR-EM-DIAS
044200             MOVE "UNIDADE DEVE SER A OU D" TO WS-MSG-REGRA
044300         WHEN BR-IDADE-MINIMA NOT NUMERIC OR
044400              BR-IDADE-MAXIMA NOT NUMERIC
044500             MOVE "LIMITE DE IDADE NAO NUMERICO"
044600                 TO WS-MSG-REGRA
044700         WHEN BR-IDADE-MAXIMA NOT = ZERO AND
044800              BR-IDADE-MAXIMA < BR-IDADE-MINIMA
044900             MOVE "IDADE MAXIMA ABAIXO DA MINIMA"
045000                 TO WS-MSG-REGRA
045100         WHEN BR-VIGENCIA-INICIO NOT NUMERIC OR
045200              BR-VIGENCIA-INICIO = ZERO OR
045300              BR-VIGENCIA-FIM NOT NUMERIC
045400             MOVE "VIGENCIA INVALIDA" TO WS-MSG-REGRA
045500         WHEN BR-VIGENCIA-FIM NOT = ZERO AND
045600              BR-VIGENCIA-FIM < BR-VIGENCIA-INICIO
045700             MOVE "FIM DA VIGENCIA ANTES DO INICIO"
045800                 TO WS-MSG-REGRA
045900         WHEN OTHER
046000             CONTINUE
046100     END-EVALUATE.
046200
046300 1220-EXIT.
046400     EXIT.
046500*-----------------------------------------------------------------
046600* 1230-GUARDAR-REGRA
046700* ADDS ONE GOOD RULE TO THE TABLE, OR COUNTS IT AS AN OVERFLOW.
046800*-----------------------------------------------------------------
046900 1230-GUARDAR-REGRA.
047000
047100     MOVE BR-CODIGO TO WS-CODIGO-ANTERIOR
047200     IF WS-QTD-REGRAS >= WS-MAX-REGRAS
047300         ADD 1 TO WS-TOTAL-REGRAS-ESTOURO
047400         MOVE "FORA DA TABELA DE REGRAS" TO WS-MSG-REGRA
047500         PERFORM 1240-REJEITAR-REGRA THRU 1240-EXIT
047600         SUBTRACT 1 FROM WS-TOTAL-REGRAS-REJEITADAS
047700     ELSE
047800         ADD 1 TO WS-QTD-REGRAS
047900         MOVE BR-CODIGO          TO WS-RGR-CODIGO (WS-QTD-REGRAS)
048000         MOVE BR-DESCRICAO
048100             TO WS-RGR-DESCRICAO (WS-QTD-REGRAS)
048200         MOVE BR-UNIDADE         TO WS-RGR-UNIDADE (WS-QTD-REGRAS)
048300         MOVE BR-IDADE-MINIMA    TO WS-RGR-MINIMA (WS-QTD-REGRAS)
048400         MOVE BR-IDADE-MAXIMA    TO WS-RGR-MAXIMA (WS-QTD-REGRAS)
048500         MOVE BR-VIGENCIA-INICIO TO WS-RGR-INICIO (WS-QTD-REGRAS)
048600         MOVE BR-VIGENCIA-FIM    TO WS-RGR-FIM (WS-QTD-REGRAS)
048700         MOVE ZERO TO WS-RGR-ELEGIVEIS (WS-QTD-REGRAS)
048800         MOVE ZERO TO WS-RGR-GANHOS (WS-QTD-REGRAS)
048900         MOVE ZERO TO WS-RGR-PERDAS (WS-QTD-REGRAS)
049000     END-IF.
049100
049200 1230-EXIT.
049300     EXIT.
049400*-----------------------------------------------------------------
049500* 1240-REJEITAR-REGRA
049600* PRINTS ONE RULE LEFT OUT OF THE RUN WITH THE REASON.
049700*-----------------------------------------------------------------
049800 1240-REJEITAR-REGRA.
049900
050000     ADD 1 TO WS-TOTAL-REGRAS-REJEITADAS
050100     MOVE SPACES TO WS-LINHA-RELATORIO
050200     STRING "REGRA REJEITADA  " DELIMITED BY SIZE
050300         BR-CODIGO              DELIMITED BY SIZE
050400         "  "                   DELIMITED BY SIZE
050500         WS-MSG-REGRA           DELIMITED BY SIZE
050600         INTO WS-LINHA-RELATORIO
050700     END-STRING
050800     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
050900
051000 1240-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------------
051300* 1300-ABRIR-ANTERIOR
051400* OPENS THE PRIOR RUN'S ELIGIBILITY FILE AND READS ITS FIRST
051500* ENTRY AHEAD.  A MISSING FILE JUST MEANS NO PRIOR RUN - THE
051600* PRIOR SIDE STARTS AT HIGH-VALUES AND EVERY BENEFIT HELD
051700* TONIGHT READS AS GAINED.
051800*-----------------------------------------------------------------
051900 1300-ABRIR-ANTERIOR.
052000
052100     MOVE "N" TO WS-ANTERIOR-ABERTO-SW
052200     MOVE "N" TO WS-FIM-ANTERIOR-SW
052300     MOVE LOW-VALUES TO WS-CHAVE-ULTIMA-ANT
052400     OPEN INPUT PRIOR-ELIGIBILITY-FILE
052500     IF WS-STATUS-ELEGANT NOT = "00"
052600         DISPLAY "*** ELEGANT AUSENTE - TODO BENEFICIO ATUAL "
052700             "CONTA COMO GANHO ***"
052800         SET FIM-ANTERIOR TO TRUE
052900         MOVE HIGH-VALUES TO WS-CHAVE-ANTERIOR
053000     ELSE
053100         MOVE "S" TO WS-ANTERIOR-ABERTO-SW
053150         MOVE "N" TO WS-ANT-ACEITO-SW
053200         PERFORM 2550-LER-ANTERIOR THRU 2550-EXIT
053250             UNTIL ANT-ACEITO OR FIM-ANTERIOR
053300     END-IF.
053400
053500 1300-EXIT.
053600     EXIT.
053700*-----------------------------------------------------------------
053800* 2000-AVALIAR-CADASTRO
053900* THE SORT INPUT PROCEDURE - WALKS THE WHOLE MASTER, EVALUATES
054000* EVERY PERSON AGAINST EVERY RULE AND RELEASES EACH GAIN AND
054100* LOSS, THEN DRAINS WHATEVER IS LEFT ON THE PRIOR SIDE (PEOPLE
054200* OR BENEFITS NO LONGER ON FILE).
054300*-----------------------------------------------------------------
054400 2000-AVALIAR-CADASTRO.
054500
054600     MOVE "N" TO WS-FIM-MASTER-SW
054700     PERFORM 2050-LER-MASTER THRU 2050-EXIT
054800     PERFORM 2100-AVALIAR-PESSOA THRU 2100-EXIT
054900         UNTIL FIM-MASTER
055000
055100     MOVE HIGH-VALUES TO WS-CHAVE-ATUAL
055200     PERFORM 2510-DRENAR-ANTERIOR THRU 2510-EXIT
055300         UNTIL FIM-ANTERIOR.
055400
055500 2000-EXIT.
055600     EXIT.
055700*-----------------------------------------------------------------
055800* 2050-LER-MASTER
055900*-----------------------------------------------------------------
056000 2050-LER-MASTER.
056100
056200     READ PERSON-MASTER-FILE NEXT
056300         AT END SET FIM-MASTER TO TRUE
056400     END-READ.
056500
056600 2050-EXIT.
056700     EXIT.
056800*-----------------------------------------------------------------
056900* 2100-AVALIAR-PESSOA
057000* AGES THE PERSON IN HAND ONCE, EVALUATES EVERY RULE AGAINST
057100* THAT AGE, AND READS THE NEXT PERSON AHEAD.
057200*-----------------------------------------------------------------
057300 2100-AVALIAR-PESSOA.
057400
057500     ADD 1 TO WS-TOTAL-LIDOS
057600     PERFORM 2150-CALCULAR-IDADE THRU 2150-EXIT
057700
057800     MOVE 1 TO WS-IND-REGRA
057900     PERFORM 2200-AVALIAR-REGRA THRU 2200-EXIT
058000         UNTIL WS-IND-REGRA > WS-QTD-REGRAS
058100
058200     PERFORM 2050-LER-MASTER THRU 2050-EXIT.
058300
058400 2100-EXIT.
058500     EXIT.
058600*-----------------------------------------------------------------
058700* 2150-CALCULAR-IDADE
058800* AGES THE PERSON THROUGH AGECALC AS OF THE RUN'S AS-OF DATE -
058900* PINNED TO THE DATE OF DEATH FOR A DECEASED PERSON, AS EVERY
059000* OTHER CALLER DOES - AND DERIVES THE AGE IN WHOLE CALENDAR
059100* YEARS FROM THE SAME TWO DATES (ONE YEAR LESS WHEN THE BIRTHDAY
059200* HAS NOT YET COME ROUND IN THE AS-OF YEAR).
059300*-----------------------------------------------------------------
059400 2150-CALCULAR-IDADE.
059500
059600     MOVE ZERO TO WS-IDADE-DIAS
059700     MOVE ZERO TO WS-IDADE-ANOS
059800     MOVE PM-DATA-NASCIMENTO TO AC-DATA-ENTRADA
059900     IF PM-SIT-FALECIDO AND PM-DATA-OBITO IS NUMERIC AND
060000        PM-DATA-OBITO NOT = ZERO
060100         MOVE PM-DATA-OBITO TO AC-DATA-REFERENCIA
060200     ELSE
060300         MOVE WS-DATA-HOJE  TO AC-DATA-REFERENCIA
060400     END-IF
060500     CALL "AGECALC" USING AGECALC-PARAMETROS
060600
060700     IF AC-OK
060800         MOVE "S" TO WS-NASCIMENTO-OK-SW
060900         MOVE AC-IDADE-DIAS      TO WS-IDADE-DIAS
061000         MOVE AC-DATA-NASCIMENTO TO WS-DATA-NASC-AUX
061100         MOVE AC-DATA-CALCULO    TO WS-DATA-CALC-AUX
061200         COMPUTE WS-IDADE-ANOS = WS-CALC-ANO - WS-NASC-ANO
061300         IF WS-CALC-MMDD < WS-NASC-MMDD
061400             SUBTRACT 1 FROM WS-IDADE-ANOS
061500         END-IF
061600     ELSE
061700         MOVE "N" TO WS-NASCIMENTO-OK-SW
061800         ADD 1 TO WS-TOTAL-NASC-INVALIDO
061900     END-IF.
062000
062100 2150-EXIT.
062200     EXIT.
062300*-----------------------------------------------------------------
062400* 2200-AVALIAR-REGRA
062500* ONE PERSON AGAINST ONE RULE.  THE CHECKS RUN IN A FIXED ORDER
062600* SO THE REASON RECORDED IS ALWAYS THE FIRST ONE THAT APPLIES -
062700* STATUS, THEN A BIRTH DATE THAT FAILED EDITING, THEN THE
062800* RULE'S EFFECTIVE DATES, THEN THE AGE BAND.  WRITES THE
062900* ELIGIBILITY ENTRY AND MATCHES IT AGAINST THE PRIOR RUN.
063000*-----------------------------------------------------------------
063100 2200-AVALIAR-REGRA.
063200
063300     ADD 1 TO WS-TOTAL-AVALIACOES
063400     MOVE SPACES        TO ELIGIBILITY-RECORD
063500     MOVE PM-ID         TO EL-ID
063600     MOVE WS-RGR-CODIGO (WS-IND-REGRA) TO EL-CODIGO
063700     MOVE WS-DATA-HOJE  TO EL-DATA-BASE
063800     MOVE WS-IDADE-ANOS TO EL-IDADE-ANOS
063900     MOVE WS-IDADE-DIAS TO EL-IDADE-DIAS
064000     MOVE "N"           TO EL-ELEGIVEL
064100
064200     IF WS-RGR-UNIDADE (WS-IND-REGRA) = "A"
064300         MOVE WS-IDADE-ANOS TO WS-IDADE-COMPARADA
064400     ELSE
064500         MOVE WS-IDADE-DIAS TO WS-IDADE-COMPARADA
064600     END-IF
064700
064800     EVALUATE TRUE
064900         WHEN PM-SIT-FALECIDO
065000             MOVE "FALECIDO"             TO EL-MOTIVO
065100         WHEN PM-SIT-INATIVO
065200             MOVE "INATIVO"              TO EL-MOTIVO
065300         WHEN NOT NASCIMENTO-OK
065400             MOVE "NASCIMENTO INVALIDO"  TO EL-MOTIVO
065500         WHEN WS-DATA-HOJE < WS-RGR-INICIO (WS-IND-REGRA)
065600             MOVE "REGRA AINDA SEM VIGOR" TO EL-MOTIVO
065700         WHEN WS-RGR-FIM (WS-IND-REGRA) NOT = ZERO AND
065800              WS-DATA-HOJE > WS-RGR-FIM (WS-IND-REGRA)
065900             MOVE "REGRA FORA DE VIGOR"  TO EL-MOTIVO
066000         WHEN WS-IDADE-COMPARADA < WS-RGR-MINIMA (WS-IND-REGRA)
066100             MOVE "ABAIXO IDADE MINIMA"  TO EL-MOTIVO
066200         WHEN WS-RGR-MAXIMA (WS-IND-REGRA) NOT = ZERO AND
066300              WS-IDADE-COMPARADA > WS-RGR-MAXIMA (WS-IND-REGRA)
066400             MOVE "ACIMA IDADE MAXIMA"   TO EL-MOTIVO
066500         WHEN OTHER
066600             MOVE "S"                    TO EL-ELEGIVEL
066700             MOVE "ELEGIVEL"             TO EL-MOTIVO
066800             ADD 1 TO WS-TOTAL-ELEGIVEIS
066900             ADD 1 TO WS-RGR-ELEGIVEIS (WS-IND-REGRA)
067000     END-EVALUATE
067100
067200     WRITE ELIGIBILITY-RECORD
067300     PERFORM 2500-CONFRONTAR-ANTERIOR THRU 2500-EXIT
067400
067500     ADD 1 TO WS-IND-REGRA.
067600
067700 2200-EXIT.
067800     EXIT.
067900*-----------------------------------------------------------------
068000* 2500-CONFRONTAR-ANTERIOR
068100* ONE STEP OF THE MATCH-MERGE AGAINST THE PRIOR RUN, FOR THE
068200* ENTRY JUST WRITTEN.  PRIOR ENTRIES WITH A LOWER KEY BELONG TO
068300* PEOPLE OR BENEFITS NO LONGER ON FILE AND ARE DRAINED FIRST;
068400* THEN A MATCHING PRIOR ENTRY DECIDES GAINED OR LOST, AND NO
068500* PRIOR ENTRY AT ALL MAKES A BENEFIT HELD TONIGHT A GAIN.
068600*-----------------------------------------------------------------
068700 2500-CONFRONTAR-ANTERIOR.
068800
068900     MOVE EL-ID     TO WS-CHA-ID
069000     MOVE EL-CODIGO TO WS-CHA-CODIGO
069100
069200     PERFORM 2510-DRENAR-ANTERIOR THRU 2510-EXIT
069300         UNTIL WS-CHAVE-ANTERIOR NOT < WS-CHAVE-ATUAL
069400
069500     IF WS-CHAVE-ANTERIOR = WS-CHAVE-ATUAL
069600         IF EL-SIM AND NOT EA-SIM
069700             MOVE "G" TO SRT-MOVIMENTO
069800             PERFORM 2600-LIBERAR-MOVIMENTO THRU 2600-EXIT
069900         END-IF
070000         IF EA-SIM AND NOT EL-SIM
070100             MOVE "P" TO SRT-MOVIMENTO
070200             PERFORM 2600-LIBERAR-MOVIMENTO THRU 2600-EXIT
070300         END-IF
070350         MOVE "N" TO WS-ANT-ACEITO-SW
070400         PERFORM 2550-LER-ANTERIOR THRU 2550-EXIT
070450             UNTIL ANT-ACEITO OR FIM-ANTERIOR
070500     ELSE
070600         IF EL-SIM
070700             MOVE "G" TO SRT-MOVIMENTO
070800             PERFORM 2600-LIBERAR-MOVIMENTO THRU 2600-EXIT
070900         END-IF
071000     END-IF.
071100
071200 2500-EXIT.
071300     EXIT.
071400*-----------------------------------------------------------------
071500* 2510-DRENAR-ANTERIOR
071600* CONSUMES ONE PRIOR ENTRY THAT HAS NO PARTNER TONIGHT - THE
071700* PERSON LEFT THE MASTER OR THE BENEFIT LEFT THE RULES FILE.
071800* A BENEFIT THE PERSON HELD THEN IS A LOSS NOW, COUNTED AGAINST
071810* ITS RULE WHEN THE RULE IS STILL LOADED (AND APART, FOR THE
071815* SUMMARY, WHEN IT LEFT THE FILE).  THE RULE IS LOOKED UP
071820* WITH THE REPORT'S SERIAL SEARCH, SO THE INDEX OF THE RULE
071830* BEING EVALUATED IS KEPT ASIDE ACROSS IT.
071900*-----------------------------------------------------------------
072000 2510-DRENAR-ANTERIOR.
072100
072200     IF EA-SIM
072300         MOVE SPACES         TO SORT-RECORD
072400         MOVE "P"            TO SRT-MOVIMENTO
072500         MOVE EA-CODIGO      TO SRT-CODIGO
072600         MOVE EA-ID          TO SRT-ID
072700         MOVE "(FORA DO CADASTRO/REGRAS)" TO SRT-NOME
072800         MOVE EA-IDADE-ANOS  TO SRT-IDADE-ANOS
072900         MOVE "SEM AVALIACAO HOJE" TO SRT-MOTIVO
073000         RELEASE SORT-RECORD
073100         ADD 1 TO WS-TOTAL-PERDAS
073110         MOVE WS-IND-REGRA TO WS-IND-REGRA-SALVO
073120         MOVE EA-CODIGO    TO WS-CODIGO-QUEBRA
073130         PERFORM 3160-LOCALIZAR-REGRA THRU 3160-EXIT
073140         IF ACHOU-REGRA
073150             ADD 1 TO WS-RGR-PERDAS (WS-IND-REGRA)
073155         ELSE
073157             ADD 1 TO WS-PERDAS-SEM-REGRA
073160         END-IF
073170         MOVE WS-IND-REGRA-SALVO TO WS-IND-REGRA
073200     END-IF
073250     MOVE "N" TO WS-ANT-ACEITO-SW
073300     PERFORM 2550-LER-ANTERIOR THRU 2550-EXIT
073350         UNTIL ANT-ACEITO OR FIM-ANTERIOR.
073400
073500 2510-EXIT.
073600     EXIT.
073700*-----------------------------------------------------------------
073800* 2550-LER-ANTERIOR
073900* READS ONE PRIOR ENTRY INTO THE MERGE KEY.  THE CALLER REPEATS
074000* IT UNTIL AN ENTRY IS ACCEPTED (ANT-ACEITO) OR THE FILE ENDS.
074100* THE PRIOR FILE WAS WRITTEN BY THIS RUN IN KEY ORDER; AN ENTRY
074150* OUT OF SEQUENCE MEANS A DAMAGED OR HAND-EDITED FILE, SO IT IS
074200* ONLY COUNTED, AND ENDS THE RUN WITH RETURN-CODE 8 RATHER
074300* THAN THROWING THE MERGE OFF.  AT END THE KEY IS PUSHED TO
074400* HIGH-VALUES.
074500*-----------------------------------------------------------------
074600 2550-LER-ANTERIOR.
074700
074800     IF NOT FIM-ANTERIOR
074900         READ PRIOR-ELIGIBILITY-FILE
075000             AT END
075100                 SET FIM-ANTERIOR TO TRUE
075200                 MOVE HIGH-VALUES TO WS-CHAVE-ANTERIOR
075300             NOT AT END
075400                 ADD 1 TO WS-TOTAL-ANTERIOR-LIDOS
075500                 MOVE EA-ID     TO WS-CHP-ID
075600                 MOVE EA-CODIGO TO WS-CHP-CODIGO
075700                 IF WS-CHAVE-ANTERIOR NOT > WS-CHAVE-ULTIMA-ANT
075800                     ADD 1 TO WS-TOTAL-ANTERIOR-SEQ
076000                 ELSE
076100                     MOVE WS-CHAVE-ANTERIOR
076200                         TO WS-CHAVE-ULTIMA-ANT
076250                     MOVE "S" TO WS-ANT-ACEITO-SW
076300                 END-IF
076400         END-READ
076500     END-IF.
076600
076700 2550-EXIT.
076800     EXIT.
076900*-----------------------------------------------------------------
077000* 2600-LIBERAR-MOVIMENTO
077100* RELEASES ONE GAIN OR LOSS FOR THE PERSON IN HAND TO THE SORT
077200* AND COUNTS IT AGAINST ITS BENEFIT.  THE CALLER HAS SET
077300* SRT-MOVIMENTO; EVERY OTHER SORT FIELD IS FILLED HERE.
077400*-----------------------------------------------------------------
077500 2600-LIBERAR-MOVIMENTO.
077600
077700     MOVE EL-CODIGO      TO SRT-CODIGO
077800     MOVE EL-ID          TO SRT-ID
077900     MOVE PM-NOME        TO SRT-NOME
078000     MOVE EL-IDADE-ANOS  TO SRT-IDADE-ANOS
078100     MOVE EL-MOTIVO      TO SRT-MOTIVO
078200     RELEASE SORT-RECORD
078300
078400     IF SRT-MOVIMENTO = "G"
078500         ADD 1 TO WS-TOTAL-GANHOS
078600         ADD 1 TO WS-RGR-GANHOS (WS-IND-REGRA)
078700     ELSE
078800         ADD 1 TO WS-TOTAL-PERDAS
078900         ADD 1 TO WS-RGR-PERDAS (WS-IND-REGRA)
079000     END-IF.
079100
079200 2600-EXIT.
079300     EXIT.
079400*-----------------------------------------------------------------
079500* 3000-IMPRIMIR-MOVIMENTOS
079600* THE SORT OUTPUT PROCEDURE - PRINTS EVERY GAIN AND LOSS, ONE
079700* BENEFIT AT A TIME, GAINS BEFORE LOSSES, IN ID ORDER WITHIN
079800* EACH.  A NEW BENEFIT CODE STARTS ITS OWN TITLED BLOCK.
079900*-----------------------------------------------------------------
080000 3000-IMPRIMIR-MOVIMENTOS.
080100
080200     MOVE SPACES TO WS-CODIGO-QUEBRA
080300     MOVE "N" TO WS-FIM-SORT-SW
080400     PERFORM 3050-RETORNAR-MOVIMENTO THRU 3050-EXIT
080500         UNTIL FIM-SORT.
080600
080700 3000-EXIT.
080800     EXIT.
080900*-----------------------------------------------------------------
081000* 3050-RETORNAR-MOVIMENTO
081100* ONE RETURN FROM THE SORT AND ITS DETAIL LINE.
081200*-----------------------------------------------------------------
081300 3050-RETORNAR-MOVIMENTO.
081400
081500     RETURN SORT-FILE
081600         AT END SET FIM-SORT TO TRUE
081700         NOT AT END
081800             IF SRT-CODIGO NOT = WS-CODIGO-QUEBRA
081900                 PERFORM 3150-IMPRIMIR-QUEBRA THRU 3150-EXIT
082000             END-IF
082100             IF SRT-MOVIMENTO = "G"
082200                 MOVE "GANHOU" TO WS-TEXTO-MOVIMENTO
082300             ELSE
082400                 MOVE "PERDEU" TO WS-TEXTO-MOVIMENTO
082500             END-IF
082600             MOVE SRT-IDADE-ANOS TO WS-ANOS-EDITADO
082700             MOVE SPACES TO WS-LINHA-RELATORIO
082800             STRING WS-TEXTO-MOVIMENTO DELIMITED BY SIZE
082900                 "  "                  DELIMITED BY SIZE
083000                 SRT-ID                DELIMITED BY SIZE
083100                 "  "                  DELIMITED BY SIZE
083200                 SRT-NOME              DELIMITED BY SIZE
083300                 "  "                  DELIMITED BY SIZE
083400                 WS-ANOS-EDITADO       DELIMITED BY SIZE
083500                 "   "                 DELIMITED BY SIZE
083600                 SRT-MOTIVO            DELIMITED BY SIZE
083700                 INTO WS-LINHA-RELATORIO
083800             END-STRING
083900             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
084000     END-RETURN.
084100
084200 3050-EXIT.
084300     EXIT.
084400*-----------------------------------------------------------------
084500* 3100-IMPRIMIR-CABECALHO
084600* STARTS A NEW REPORT PAGE, ECHOING THE AS-OF DATE THE RUN
084700* EVALUATED AGAINST, AND RESETS THE PER-PAGE LINE COUNTER.
084800*-----------------------------------------------------------------
084900 3100-IMPRIMIR-CABECALHO.
085000
085100     ADD 1  TO WS-NUMERO-PAGINA
085200     MOVE ZERO TO WS-CONTADOR-LINHAS
085300
085400     MOVE SPACES TO WS-LINHA-RELATORIO
085500     STRING "ELEGIBILIDADE A BENEFICIOS   DATA-BASE: "
085600         DELIMITED BY SIZE
085700         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
085800         "/" DELIMITED BY SIZE
085900         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
086000         "/" DELIMITED BY SIZE
086100         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
086200         "   PAGINA: " DELIMITED BY SIZE
086300         WS-NUMERO-PAGINA DELIMITED BY SIZE
086400         INTO WS-LINHA-RELATORIO
086500     END-STRING
086600     WRITE ELIGIBILITY-REPORT-RECORD FROM WS-LINHA-RELATORIO
086700
086800     MOVE SPACES TO WS-LINHA-RELATORIO
086900     WRITE ELIGIBILITY-REPORT-RECORD FROM WS-LINHA-RELATORIO
087000
087100     WRITE ELIGIBILITY-REPORT-RECORD FROM WS-CABECALHO-COLUNAS
087200
087300     MOVE SPACES TO WS-LINHA-RELATORIO
087400     WRITE ELIGIBILITY-REPORT-RECORD FROM WS-LINHA-RELATORIO.
087500
087600 3100-EXIT.
087700     EXIT.
087800*-----------------------------------------------------------------
087900* 3150-IMPRIMIR-QUEBRA
088000* OPENS THE BLOCK FOR A NEW BENEFIT CODE - A BLANK LINE AND THE
088100* CODE WITH ITS DESCRIPTION FROM THE RULES TABLE (A CODE NO
088200* LONGER IN THE RULES FILE IS SAID TO BE SO).
088300*-----------------------------------------------------------------
088400 3150-IMPRIMIR-QUEBRA.
088500
088600     MOVE SRT-CODIGO TO WS-CODIGO-QUEBRA
088700     PERFORM 3160-LOCALIZAR-REGRA THRU 3160-EXIT
088800
088900     MOVE SPACES TO WS-LINHA-RELATORIO
089000     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
089100     MOVE SPACES TO WS-LINHA-RELATORIO
089200     IF ACHOU-REGRA
089300         STRING "--- BENEFICIO " DELIMITED BY SIZE
089400             SRT-CODIGO          DELIMITED BY SIZE
089500             " - "               DELIMITED BY SIZE
089600             WS-RGR-DESCRICAO (WS-IND-REGRA) DELIMITED BY SIZE
089700             " ---"              DELIMITED BY SIZE
089800             INTO WS-LINHA-RELATORIO
089900         END-STRING
090000     ELSE
090100         STRING "--- BENEFICIO " DELIMITED BY SIZE
090200             SRT-CODIGO          DELIMITED BY SIZE
090300             " - (REGRA RETIRADA DO ARQUIVO) ---"
090400                                 DELIMITED BY SIZE
090500             INTO WS-LINHA-RELATORIO
090600         END-STRING
090700     END-IF
090800     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
090900
091000 3150-EXIT.
091100     EXIT.
091200*-----------------------------------------------------------------
091300* 3160-LOCALIZAR-REGRA
091400* SERIAL SEARCH OF THE RULES TABLE FOR THE CODE IN
091500* WS-CODIGO-QUEBRA.
091600*-----------------------------------------------------------------
091700 3160-LOCALIZAR-REGRA.
091800
091900     MOVE "N" TO WS-ACHOU-REGRA-SW
092000     MOVE 1   TO WS-IND-REGRA
092100     PERFORM 3170-PROCURAR-REGRA THRU 3170-EXIT
092200         UNTIL ACHOU-REGRA OR WS-IND-REGRA > WS-QTD-REGRAS.
092300
092400 3160-EXIT.
092500     EXIT.
092600*-----------------------------------------------------------------
092700* 3170-PROCURAR-REGRA
092800* ONE STEP OF THE SERIAL SEARCH.
092900*-----------------------------------------------------------------
093000 3170-PROCURAR-REGRA.
093100
093200     IF WS-RGR-CODIGO (WS-IND-REGRA) = WS-CODIGO-QUEBRA
093300         MOVE "S" TO WS-ACHOU-REGRA-SW
093400     ELSE
093500         ADD 1 TO WS-IND-REGRA
093600     END-IF.
093700
093800 3170-EXIT.
093900     EXIT.
094000*-----------------------------------------------------------------
094100* 3200-GRAVAR-LINHA
094200* WRITES ONE REPORT LINE, BREAKING TO A NEW PAGE WHEN THE PAGE
094300* IS FULL.  THE PAGE HEADER USES WS-LINHA-RELATORIO AS ITS OWN
094400* SCRATCH AREA, SO THE PENDING LINE IS HELD ACROSS THE BREAK.
094500*-----------------------------------------------------------------
094600 3200-GRAVAR-LINHA.
094700
094800     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
094900         MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
095000         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
095100         MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
095200     END-IF
095300     WRITE ELIGIBILITY-REPORT-RECORD FROM WS-LINHA-RELATORIO
095400     ADD 1 TO WS-CONTADOR-LINHAS.
095500
095600 3200-EXIT.
095700     EXIT.
095800*-----------------------------------------------------------------
095900* 5000-FECHAR-ARQUIVOS
096000* PRINTS THE PER-BENEFIT SUMMARY AND THE CONTROL-TOTAL BLOCK,
096100* CLOSES EVERYTHING, AND SETS THE SCHEDULER-VISIBLE RETURN CODE
096200* WHEN A BIRTH DATE FAILED EDITING OR THE PRIOR FILE WAS OUT OF
096300* SEQUENCE.
096400*-----------------------------------------------------------------
096500 5000-FECHAR-ARQUIVOS.
096600
096700     MOVE SPACES TO WS-LINHA-RELATORIO
096800     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
096900     MOVE "--- RESUMO POR BENEFICIO (ELEGIVEIS/GANHOS/PERDAS) ---"
097000         TO WS-LINHA-RELATORIO
097100     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
097200     MOVE 1 TO WS-IND-REGRA
097300     PERFORM 5050-IMPRIMIR-RESUMO THRU 5050-EXIT
097400         UNTIL WS-IND-REGRA > WS-QTD-REGRAS
097410     IF WS-PERDAS-SEM-REGRA > ZERO
097420         MOVE ZERO TO WS-ELEG-EDITADO
097430         MOVE ZERO TO WS-GANHO-EDITADO
097440         MOVE WS-PERDAS-SEM-REGRA TO WS-PERDA-EDITADO
097450         MOVE SPACES TO WS-LINHA-RELATORIO
097460         STRING "----  (REGRAS RETIRADAS DO ARQUIVO)   "
097465             DELIMITED BY SIZE
097470             WS-ELEG-EDITADO "  " WS-GANHO-EDITADO "  "
097475             WS-PERDA-EDITADO
097480             DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
097485         END-STRING
097490         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
097495     END-IF
097500
097600     MOVE SPACES TO WS-LINHA-RELATORIO
097700     WRITE ELIGIBILITY-REPORT-RECORD FROM WS-LINHA-RELATORIO
097800
097900     MOVE "PESSOAS AVALIADAS" TO WS-ROTULO-TOTAL
098000     MOVE WS-TOTAL-LIDOS TO WS-TOTAL-EDITADO
098100     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
098200
098300     MOVE "REGRAS EM USO" TO WS-ROTULO-TOTAL
098400     MOVE WS-QTD-REGRAS TO WS-TOTAL-EDITADO
098500     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
098600
098700     MOVE "AVALIACOES GRAVADAS" TO WS-ROTULO-TOTAL
098800     MOVE WS-TOTAL-AVALIACOES TO WS-TOTAL-EDITADO
098900     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
099000
099100     MOVE "ELEGIBILIDADES" TO WS-ROTULO-TOTAL
099200     MOVE WS-TOTAL-ELEGIVEIS TO WS-TOTAL-EDITADO
099300     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
099400
099500     MOVE "BENEFICIOS GANHOS" TO WS-ROTULO-TOTAL
099600     MOVE WS-TOTAL-GANHOS TO WS-TOTAL-EDITADO
099700     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
099800
099900     MOVE "BENEFICIOS PERDIDOS" TO WS-ROTULO-TOTAL
100000     MOVE WS-TOTAL-PERDAS TO WS-TOTAL-EDITADO
100100     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
100200
100300     MOVE "ENTRADAS DO RUN ANTERIOR" TO WS-ROTULO-TOTAL
100400     MOVE WS-TOTAL-ANTERIOR-LIDOS TO WS-TOTAL-EDITADO
100500     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
100600
100700     IF WS-TOTAL-NASC-INVALIDO > ZERO
100800         MOVE "NASCIMENTO INVALIDO" TO WS-ROTULO-TOTAL
100900         MOVE WS-TOTAL-NASC-INVALIDO TO WS-TOTAL-EDITADO
101000         PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
101100     END-IF
101200
101300     IF WS-TOTAL-REGRAS-REJEITADAS > ZERO
101400         MOVE "REGRAS REJEITADAS" TO WS-ROTULO-TOTAL
101500         MOVE WS-TOTAL-REGRAS-REJEITADAS TO WS-TOTAL-EDITADO
101600         PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
101700     END-IF
101800
101900     IF WS-TOTAL-REGRAS-ESTOURO > ZERO
102000         MOVE "REGRAS FORA DA TABELA" TO WS-ROTULO-TOTAL
102100         MOVE WS-TOTAL-REGRAS-ESTOURO TO WS-TOTAL-EDITADO
102200         PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
102300     END-IF
102400
102500     IF WS-TOTAL-ANTERIOR-SEQ > ZERO
102600         MOVE "ANTERIOR FORA DE SEQUENCIA" TO WS-ROTULO-TOTAL
102700         MOVE WS-TOTAL-ANTERIOR-SEQ TO WS-TOTAL-EDITADO
102800         PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
102900     END-IF
103000
103100     CLOSE PERSON-MASTER-FILE
103200     CLOSE ELIGIBILITY-FILE
103300     CLOSE ELIGIBILITY-REPORT-FILE
103400     IF ANTERIOR-ABERTO
103500         CLOSE PRIOR-ELIGIBILITY-FILE
103600     END-IF
103700
103800     IF WS-TOTAL-NASC-INVALIDO > ZERO OR
103900        WS-TOTAL-ANTERIOR-SEQ > ZERO OR
104000        WS-TOTAL-REGRAS-REJEITADAS > ZERO OR
104100        WS-TOTAL-REGRAS-ESTOURO > ZERO
104200         DISPLAY "*** ELEGIBILIDADE COM ERROS - VEJA ELEGRPT - "
104300             "RETURN-CODE 8 ***"
104400         MOVE 8 TO RETURN-CODE
104500     END-IF.
104600
104700 5000-EXIT.
104800     EXIT.
104900*-----------------------------------------------------------------
105000* 5050-IMPRIMIR-RESUMO
105100* PRINTS ONE BENEFIT'S LINE OF THE SUMMARY - HOW MANY QUALIFY
105200* TONIGHT, HOW MANY GAINED AND HOW MANY LOST IT.
105300*-----------------------------------------------------------------
105400 5050-IMPRIMIR-RESUMO.
105500
105600     MOVE WS-RGR-ELEGIVEIS (WS-IND-REGRA) TO WS-ELEG-EDITADO
105700     MOVE WS-RGR-GANHOS (WS-IND-REGRA)    TO WS-GANHO-EDITADO
105800     MOVE WS-RGR-PERDAS (WS-IND-REGRA)    TO WS-PERDA-EDITADO
105900     MOVE SPACES TO WS-LINHA-RELATORIO
106000     STRING WS-RGR-CODIGO (WS-IND-REGRA)    DELIMITED BY SIZE
106100         "  "                               DELIMITED BY SIZE
106200         WS-RGR-DESCRICAO (WS-IND-REGRA)    DELIMITED BY SIZE
106300         "  "                               DELIMITED BY SIZE
106400         WS-ELEG-EDITADO                    DELIMITED BY SIZE
106500         "  "                               DELIMITED BY SIZE
106600         WS-GANHO-EDITADO                   DELIMITED BY SIZE
106700         "  "                               DELIMITED BY SIZE
106800         WS-PERDA-EDITADO                   DELIMITED BY SIZE
106900         INTO WS-LINHA-RELATORIO
107000     END-STRING
107100     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
107200
107300     ADD 1 TO WS-IND-REGRA.
107400
107500 5050-EXIT.
107600     EXIT.
107700*-----------------------------------------------------------------
107800* 5100-GRAVAR-TOTAL
107900* PRINTS ONE CONTROL-TOTAL LINE FROM THE LABEL AND EDITED COUNT
108000* LEFT BY THE CALLER.
108100*-----------------------------------------------------------------
108200 5100-GRAVAR-TOTAL.
108300
108400     MOVE SPACES TO WS-LINHA-RELATORIO
108500     STRING "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***"
108600         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
108700     END-STRING
108800     WRITE ELIGIBILITY-REPORT-RECORD FROM WS-LINHA-RELATORIO.
108900
109000 5100-EXIT.
109100     EXIT.
109200*-----------------------------------------------------------------
109300* 6000-REGISTRAR-EXECUCAO
109400* RECORDS ONE RUN-LOG EVENT THROUGH THE SHARED RUNLOGW
109500* SUBPROGRAM, FROM THE EVENT, COUNT AND RETURN CODE THE CALLER
109600* LEFT IN THE PARAMETER AREA.
109700*-----------------------------------------------------------------
109800 6000-REGISTRAR-EXECUCAO.
109900
110000     MOVE "BENEFELG" TO RL-JOB-ID
110100     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
110200
110300 6000-EXIT.
110400     EXIT.
110500 END PROGRAM BENEFELG.
