002000*                  OF PEOPLE (ID, NAME, DATE OF BIRTH) AND WRITES
002100*                  ONE AGE-IN-DAYS LINE PER PERSON TO A REPORT
002200*                  FILE, SO A WHOLE ROSTER CAN BE RUN IN ONE JOB
002201*                  INSTEAD OF ONE INTERACTIVE ACCEPT AT A TIME.
002202* 08/09/2026  GB   TURNED THE BATCH REPORT INTO A PRINT-STYLE
002203*                  REPORT - TITLE/DATE HEADER, COLUMN HEADINGS,
002204*                  A NEW PAGE EVERY WS-MAX-LINHAS-PAGINA DETAIL
002205*                  LINES, AND A FINAL CONTROL-TOTAL LINE.
002206* 08/09/2026  GB   SWITCHED THE WORKING ID/NAME/BIRTH-DATE/AGE
002207*                  FIELDS OVER TO THE SHARED PERSONREC COPYBOOK
002208*                  SO THIS PROGRAM'S NOTION OF A PERSON MATCHES
002209*                  EVERY OTHER PROGRAM IN THE SUBSYSTEM.
002210* 08/09/2026  GB   ADDED AN AUDIT TRAIL - EVERY AGE CALCULATION,
002211*                  INTERACTIVE OR BATCH, IS APPENDED TO AUDITLOG
002212*                  WITH THE DATE OF BIRTH, THE COMPUTED AGE IN
002213*                  DAYS, A TIMESTAMP AND THE RUN/JOB IDENTIFIER,
002214*                  SO A REPORTED FIGURE CAN ALWAYS BE TRACED BACK
002215*                  TO WHEN AND HOW IT WAS DERIVED.  DROPPED THE
002216*                  EXTRA CALL TO 3000-CALCULAR-IDADE-EM-DIAS IN
002217*                  THE INTERACTIVE PATH OF THE MAINLINE, SINCE
002218*                  THE VALIDATION STEP ALREADY CALCULATES THE AGE
002219*                  ONCE - OTHERWISE ONE INTERACTIVE RUN WOULD
002220*                  WRITE TWO AUDIT LINES FOR THE SAME ANSWER.
002221* 08/09/2026  GB   ADDED CHECKPOINT/RESTART TO THE BATCH DRIVER -
002222*                  THE LAST ROSTER ID PROCESSED IS CHECKPOINTED TO
002223*                  RESTARTF EVERY WS-INTERVALO-CHECKPOINT RECORDS,
002224*                  AND STARTUP NOW LOOKS FOR A CHECKPOINT AND, IF
002225*                  ONE IS FOUND, SKIPS AHEAD TO RESUME RIGHT AFTER
002226*                  IT INSTEAD OF REPROCESSING THE WHOLE ROSTER.
002227* 08/09/2026  GB   ADDED A REVERSE MODE THAT TAKES AN AGE IN DAYS
002228*                  AND BACK-CALCULATES YEARS/MONTHS/DAYS, USING
002229*                  REAL MONTH AND LEAP-YEAR LENGTHS RATHER THAN A
002230*                  FLAT /365 OR /30, FOR FEEDS THAT ONLY KEEP AN
002231*                  ELAPSED-DAY COUNT.
002232* 08/09/2026  GB   THE BIRTH-DATE INPUT (INTERACTIVE ACCEPT AND
002233*                  THE ROSTER RECORD) NOW ACCEPTS YYYYMMDD,
002234*                  DDMMYYYY OR MM/DD/YYYY - 2200-NORMALIZAR-DATA-
002235*                  ENTRADA DETECTS THE FORMAT AND CONVERTS IT TO
002236*                  THE CANONICAL YYYYMMDD BEFORE ANY DATE MATH.
002237* 08/09/2026  GB   ADDED A COMMA-DELIMITED EXTRACT FILE (AGEEXTR)
002238*                  ALONGSIDE THE PRINTED BATCH REPORT, SO A
002239*                  DOWNSTREAM SYSTEM CAN PICK UP THE SAME ID/NAME/
002240*                  BIRTH-DATE/AGE-IN-DAYS DATA WITHOUT PARSING A
002241*                  REPORT LAYOUT.
002242* 22/08/2026  GB   A BATCH OR RECYCLE RUN CANCELLED AT STARTUP
002243*                  (UNOPENABLE SOURCE OR OUTPUTS, OR A RUNPARM
002244*                  AS-OF DATE THAT IS NOT A REAL CALENDAR DATE)
002245*                  NOW ENDS WITH RETURN-CODE 8 - BY THEN SOME
002246*                  OUTPUTS MAY ALREADY BE TRUNCATED, SO THE JOB
002247*                  MUST NOT LOOK CLEAN TO THE SCHEDULER.  A
002248*                  SORTED RUN NOW DROPS ANY CHECKPOINT A
002249*                  CRASHED SOURCE-ORDER RUN LEFT BEHIND AND
002250*                  REPROCESSES FROM THE TOP, AS THE HISTORY
002251*                  ALWAYS SAID IT SHOULD.  THE RECYCLE RUN NOW
002252*                  APPLIES THE SAME DUPLICATE-ID CHECK AS THE
002253*                  MAIN RUN, SO ONE CORRECTION CANNOT TURN A
002254*                  DOUBLED SUSPENSE ENTRY INTO A DOUBLE-COUNTED
002255*                  PERSON.
002256* 22/08/2026  GB   THE PAGE-FULL CHECK IN THE CONTROL-BREAK
002257*                  SUBTOTAL NOW RUNS BEFORE THE SUBTOTAL LINE
002258*                  IS BUILT - THE PAGE HEADER USES THE SAME
002259*                  SCRATCH LINE, SO A BREAK LANDING ON A FULL
002260*                  PAGE WAS PRINTING A BLANK IN ITS PLACE.
002261*                  THE BALANCING AND DEMOGRAPHIC REPORT OPENS
002262*                  ARE NOW STATUS-CHECKED LIKE EVERY OTHER
002263*                  OUTPUT; AN UNOPENABLE BALRPT ENDS THE JOB
002264*                  WITH RETURN-CODE 8, SINCE AN UNVERIFIED RUN
002265*                  MUST NOT LOOK CLEAN TO THE SCHEDULER.
002266* 22/08/2026  GB   ADDED AN EXCEPTION RECYCLE MODE - THE
002267*                  EXCEPTION FILE IS NOW A SUSPENSE FILE THE
002268*                  PROGRAM TAKES BACK IN (SUSPIN) ALONGSIDE A
002269*                  CORRECTIONS FILE OF REPAIRED BIRTH DATES
002270*                  KEYED BY ID (CORRFILE).  EACH CORRECTED
002271*                  RECORD IS RE-EDITED AND RE-AGED; THE NOW-GOOD
002272*                  ONES ARE APPENDED TO AGERPT AND AGEEXTR AS A
002273*                  SUPPLEMENTAL SECTION WITH ITS OWN CONTROL
002274*                  TOTALS, AND STILL-BAD OR UNCORRECTED RECORDS
002275*                  ARE CARRIED FORWARD IN SUSPENSE WITH AN
002276*                  AGE-OF-SUSPENSE CYCLE COUNTER (NEW FIELD ON
002277*                  THE EXCEPTION RECORD), FLAGGED ON THE REPORT
002278*                  ONCE THEY HAVE SAT REJECTED TOO LONG.
002279* 22/08/2026  GB   THE BATCH RUN NOW READS A RUN-CONTROL
002280*                  PARAMETER FILE (RUNPARM) AT STARTUP - AN
002281*                  AS-OF DATE USED AS "TODAY" IN ALL AGE MATH,
002282*                  VALIDATION AND PR-DATA-CALCULO (SO MONTH-END
002283*                  CAN RUN AS-OF THE 31ST ON THE MORNING OF THE
002284*                  1ST, AND ANY HISTORICAL RUN CAN BE RECREATED
002285*                  EXACTLY), PLUS THE CHECKPOINT INTERVAL AND
002286*                  THE PAGE LENGTH, WHICH WERE HARD-CODED VALUE
002287*                  CLAUSES.  A MISSING OR BLANK PARAMETER FALLS
002288*                  BACK TO THE OLD DEFAULT, AND THE CHOSEN
002289*                  VALUES ARE ECHOED ON THE REPORT HEADER.
002290* 22/08/2026  GB   THE DATE NORMALIZATION, VALIDATION AND
002291*                  AGE-IN-DAYS CALCULATION NOW LIVE IN THE
002292*                  AGECALC SUBPROGRAM (PARAMETER AREA IN THE
002293*                  AGECALCP COPYBOOK), CALLED THROUGH
002294*                  2300-CHAMAR-AGECALC, SO PENSIONS AND
002295*                  ELIGIBILITY CAN CALL THE SAME MATH INSTEAD
002296*                  OF CARRYING THEIR OWN COPY OF THE OLD *365
002297*                  LOGIC.  THE AUDIT LINE IS NOW WRITTEN BY THE
002298*                  CALLER ONCE A RECORD IS FULLY CONFIRMED.
002299* 22/08/2026  GB   THE BATCH REPORT CAN NOW BE PRODUCED IN A
002300*                  CHOSEN ORDER - SOURCE ORDER (AS BEFORE), BY
002301*                  ID, BY NAME OR BY AGE IN DAYS DESCENDING,
002302*                  THROUGH A SORT WITH A COMPOSITE KEY BUILT IN
002303*                  THE INPUT PROCEDURE.  IN ID ORDER A CONTROL
002304*                  BREAK WITH A SUBTOTAL IS PRINTED WHEN THE
002305*                  LEADING CHARACTER OF THE ID (THE BRANCH
002306*                  OFFICE RANGE) CHANGES.  A DUPLICATE ID WITHIN
002307*                  A RUN IS NOW CAUGHT IN EVERY ORDER AND GOES
002308*                  TO THE EXCEPTION FILE WITH ITS OWN REASON.
002309*                  CHECKPOINTING CONTINUES FOR SOURCE-ORDER RUNS;
002310*                  A SORTED RUN WRITES NO CHECKPOINTS AND SIMPLY
002311*                  RESTARTS FROM THE TOP, SINCE ITS OUTPUT ORDER
002312*                  DOES NOT FOLLOW THE SOURCE.
002313* 22/08/2026  GB   ADDED A MILESTONE LOOK-AHEAD MODE - GIVEN A
002314*                  WINDOW OF N DAYS AND A MILESTONE STEP (E.G.
002315*                  10000), SCANS THE ROSTER OR THE PERSON MASTER
002316*                  AND REPORTS (MILERPT) EVERYONE WHOSE BIRTHDAY
002317*                  FALLS INSIDE THE WINDOW AND EVERYONE WHOSE
002318*                  AGE IN DAYS WILL CROSS A MULTIPLE OF THE STEP
002319*                  WITHIN IT, WITH THE EXACT CALENDAR DATE EACH
002320*                  EVENT LANDS ON, PROJECTED FORWARD THROUGH THE
002321*                  SAME LILIAN DAY-NUMBER MACHINERY THE AGE
002322*                  CALCULATION USES.
002323* 22/08/2026  GB   ADDED AN AGE-BAND DEMOGRAPHIC SUMMARY REPORT
002324*                  (DEMORPT) TO THE BATCH RUN - EVERY PROCESSED
002325*                  PERSON'S AGE IS BUCKETED (UNDER 18, 18-29,
002326*                  30-44, 45-59, 60-74, 75+) USING THE SAME
002327*                  CALENDAR MATH AS THE REVERSE MODE, WITH
002328*                  PER-BAND COUNTS AND PERCENTAGES PLUS OVERALL
002329*                  MIN/MAX/AVERAGE AGE IN DAYS AND IN YEARS AND
002330*                  MONTHS.  THE ACCUMULATORS RIDE THE CHECKPOINT
002331*                  LIKE THE OTHER CONTROL TOTALS, SO A RESTARTED
002332*                  RUN STILL SUMMARIZES THE WHOLE ROSTER.
002333* 22/08/2026  GB   ADDED A RUN-BALANCING STEP AT END OF JOB - THE
002334*                  RECORDS READ MUST EQUAL REPORT DETAILS PLUS
002335*                  EXCEPTIONS AND THE AGEEXTR DATA LINES MUST
002336*                  EQUAL THE REPORT DETAILS (THE EXTRACT IS RE-
002337*                  READ AND COUNTED, SO LINES LEFT BY A BOTCHED
002338*                  RESTART ARE CAUGHT TOO).  EVERY FIGURE IS
002339*                  PRINTED ON A BALANCING REPORT (BALRPT) AND AN
002340*                  OUT-OF-BALANCE RUN ENDS WITH RETURN-CODE 8 SO
002341*                  THE SCHEDULER CAN HOLD THE DOWNSTREAM FEED.
002342* 22/08/2026  GB   THE BATCH RUN CAN NOW READ THE INDEXED PERSON
002344*                  MASTER (PERSONMST, KEYED ON PR-ID AND KEPT
002346*                  CURRENT ONLINE BY PERSMNT) AS ITS INPUT
002348*                  INSTEAD OF THE FLAT ROSTERIN FILE - THE
002350*                  OPERATOR PICKS THE SOURCE AT STARTUP AND THE
002352*                  REST OF THE RUN IS UNCHANGED, SO THE ROSTER
002354*                  STOPS BEING A THROWAWAY FILE.
002356* 03/09/2026  GB   THE RUN NOW RESPECTS THE PERSON STATUS ADDED
002358*                  TO PERSONREC - A DECEASED PERSON'S AGE IS
002360*                  PINNED TO THE DATE OF DEATH (NOT THE AS-OF
002362*                  DATE), THE DETAIL LINE AND THE EXTRACT CARRY
002364*                  THE STATUS, THE DEMOGRAPHIC BANDS COUNT ONLY
002366*                  THE LIVING, AND THE MILESTONE LOOK-AHEAD
002368*                  SKIPS DECEASED AND INACTIVE PEOPLE SO THEY
002370*                  CAN NEVER APPEAR IN AN UPCOMING-BIRTHDAYS
002372*                  LIST.  THE FLAT ROSTER CARRIES NO STATUS AND
002374*                  READS AS ACTIVE.
002376* 03/09/2026  GB   THE BATCH, MILESTONE AND RECYCLE RUNS NOW
002378*                  RECORD THEIR START, END, KEY CONTROL COUNT
002380*                  AND FINAL RETURN CODE ON THE SHARED RUN LOG
002382*                  THROUGH RUNLOGW, SO THE MORNING CYCLE REPORT
002384*                  SEES EVERY RUN.  THE INTERACTIVE AND REVERSE
002386*                  MODES ARE CLERK SESSIONS, NOT CYCLE JOBS, AND
002388*                  STAY OFF THE LOG.
002390* 03/09/2026  GB   ADDED A DELTA OPTION TO THE BATCH EXTRACT -
002392*                  THE FULL AGEEXTR SNAPSHOT IS STILL WRITTEN
002394*                  (AND STAYS THE ONLY BEHAVIOR FOR THE MONTHLY
002396*                  FULL REFRESH), BUT WHEN THE OPERATOR ASKS FOR
002398*                  DELTA THE NEW EXTRACT IS COMPARED BY ID
002400*                  AGAINST THE PRIOR CYCLE'S COPY (AGEEXTRP,
002402*                  SAVED BY OPERATIONS AFTER EACH PICKUP) AND
002404*                  AGEDELTA GETS ONLY THE ADDS ("A"), THE
002406*                  CHANGED RECORDS ("C", WITH WHICH FIELDS
002408*                  CHANGED) AND THE DROPPED IDS ("D"), PLUS A
002410*                  "T" CONTROL TRAILER WITH THE THREE COUNTS.
002412* 03/09/2026  GB   THE BATCH RUN CAN NOW SPLIT ITS OUTPUT BY
002414*                  BRANCH OFFICE (THE LEADING CHARACTER OF THE
002416*                  ID, AS THE CONTROL BREAK ALREADY DOES) - ONE
002418*                  REPORT (AGERPT.X) AND ONE EXTRACT (AGEEXTR.X)
002420*                  PER BRANCH, EACH WITH ITS OWN HEADERS AND
002422*                  CONTROL TOTALS, PLUS A DISTRIBUTION SUMMARY
002424*                  (DISTRPT) LISTING EVERY BRANCH PRODUCED AND
002426*                  ITS RECORD COUNT SO THE MAILROOM CAN VERIFY
002428*                  NOTHING WAS MISSED.  THE SPLIT RIDES THE
002430*                  ID-ORDER SORT, SO ASKING FOR IT FORCES ID
002432*                  ORDER; THE FULL AGERPT AND AGEEXTR ARE STILL
002434*                  WRITTEN AS ALWAYS.
002436* 15/10/2026  GB   THE CPF IS NOW CARRIED THROUGH THE BATCH RUN -
002438*                  READ FROM THE MASTER OR FROM A NEW FIELD AT
002440*                  THE END OF THE ROSTER RECORD, EDITED BY THE
002442*                  SHARED CPFVALID SUBPROGRAM WHEN INFORMED, A
002444*                  CPF ALREADY SEEN UNDER ANOTHER ID THIS RUN
002446*                  REJECTED TO THE EXCEPTIONS, AND THE CPF
002448*                  ADDED AS THE LAST COLUMN OF THE AGEEXTR
002450*                  EXTRACT (AND NOTED WHEN IT CHANGES ON THE
002452*                  DELTA).  A RECYCLED SUSPENSE RECORD CARRIES
002454*                  NO CPF.
002470* 15/10/2026  GB   THE PER-BRANCH AGEEXTR.X COLUMN-NAME HEADER
002471*                  NOW NAMES THE CPF COLUMN ITS DATA LINES CARRY.
002472* 15/10/2026  GB   EVERY AUDIT LINE NOW CARRIES THE PR-ID IT
002473*                  BELONGS TO (AL-ID), SO THE TRAIL CAN BE
002474*                  SEARCHED BY PERSON.
002475* 15/10/2026  GB   WITH NO RUNPARM AS-OF DATE THE DATE NOW COMES
002476*                  FROM THE BUSINESS CALENDAR (CALDIA) - THE LAST
002477*                  BUSINESS DAY BEFORE TODAY.  THE COMPLETE
002478*                  EXTRACT (THE MONTH-END FULL REFRESH) NOW LOGS
002485*                  AS IDADEFUL; THE DELTA STAYS IDADELOT.
002492******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. IDADEEMDIAS.
002700 AUTHOR. GABRIELA BARBOSA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ROSTER-FILE ASSIGN TO "ROSTERIN"
003466         ORGANIZATION IS LINE SEQUENTIAL
003532         FILE STATUS IS WS-STATUS-ROSTER.
003600     SELECT AGE-REPORT-FILE ASSIGN TO "AGERPT"
003650         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-STATUS-AGERPT.
003701     SELECT EXCEPTION-FILE ASSIGN TO "EXCPRPT"
003702         ORGANIZATION IS LINE SEQUENTIAL
003703         FILE STATUS IS WS-STATUS-EXCPRPT.
003704     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
003705         ORGANIZATION IS LINE SEQUENTIAL
003706         FILE STATUS IS WS-STATUS-AUDITLOG.
003707     SELECT RESTART-FILE ASSIGN TO "RESTARTF"
003708         ORGANIZATION IS LINE SEQUENTIAL
003709         FILE STATUS IS WS-STATUS-RESTART.
003710     SELECT EXTRACT-FILE ASSIGN TO "AGEEXTR"
003711         ORGANIZATION IS LINE SEQUENTIAL
003712         FILE STATUS IS WS-STATUS-AGEEXTR.
003713     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONMST"
003714         ORGANIZATION IS INDEXED
003715         ACCESS MODE IS SEQUENTIAL
003716         RECORD KEY IS PM-ID
003717         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
003718         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
003719         FILE STATUS IS WS-STATUS-MASTER.
003720     SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
003721         ORGANIZATION IS LINE SEQUENTIAL
003722         FILE STATUS IS WS-STATUS-BALRPT.
003723     SELECT DEMO-REPORT-FILE ASSIGN TO "DEMORPT"
003724         ORGANIZATION IS LINE SEQUENTIAL
003725         FILE STATUS IS WS-STATUS-DEMORPT.
003726     SELECT MILESTONE-REPORT-FILE ASSIGN TO "MILERPT"
003727         ORGANIZATION IS LINE SEQUENTIAL
003728         FILE STATUS IS WS-STATUS-MILERPT.
003729     SELECT SORT-FILE ASSIGN TO "SORTWK".
003730     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
003731         ORGANIZATION IS LINE SEQUENTIAL
003732         FILE STATUS IS WS-STATUS-RUNPARM.
003733     SELECT SUSPENSE-IN-FILE ASSIGN TO "SUSPIN"
003734         ORGANIZATION IS LINE SEQUENTIAL
003735         FILE STATUS IS WS-STATUS-SUSPIN.
003736     SELECT CORRECTIONS-FILE ASSIGN TO "CORRFILE"
003737         ORGANIZATION IS LINE SEQUENTIAL
003738         FILE STATUS IS WS-STATUS-CORRFILE.
003739     SELECT PRIOR-EXTRACT-FILE ASSIGN TO "AGEEXTRP"
003740         ORGANIZATION IS LINE SEQUENTIAL
003741         FILE STATUS IS WS-STATUS-EXTANT.
003742     SELECT DELTA-FILE ASSIGN TO "AGEDELTA"
003743         ORGANIZATION IS LINE SEQUENTIAL
003744         FILE STATUS IS WS-STATUS-DELTA.
003745     SELECT BRANCH-REPORT-FILE ASSIGN USING WS-NOME-RPT-FILIAL
003746         ORGANIZATION IS LINE SEQUENTIAL
003747         FILE STATUS IS WS-STATUS-RPTFIL.
003748     SELECT BRANCH-EXTRACT-FILE ASSIGN USING WS-NOME-EXT-FILIAL
003749         ORGANIZATION IS LINE SEQUENTIAL
003750         FILE STATUS IS WS-STATUS-EXTFIL.
003751     SELECT DISTRIBUTION-REPORT-FILE ASSIGN TO "DISTRPT"
003752         ORGANIZATION IS LINE SEQUENTIAL
003753         FILE STATUS IS WS-STATUS-DISTRPT.
003800 DATA DIVISION.
003900 FILE SECTION.
004000*-----------------------------------------------------------------
004500     05  RR-ID                   PIC X(06).
004600     05  RR-NOME                 PIC X(30).
004700     05  RR-DATA-NASCIMENTO      PIC X(10).
004710*        THE CPF (ELEVEN DIGITS), BLANK WHEN NOT INFORMED.
004720     05  RR-CPF                  PIC X(11).
004800*-----------------------------------------------------------------
004900* AGE-REPORT-FILE - ONE OUTPUT LINE PER PERSON PROCESSED.
005000*-----------------------------------------------------------------
006160     05  AL-DATA-NASCIMENTO      PIC 9(08).
006170     05  FILLER                  PIC X(02) VALUE SPACES.
006180     05  AL-IDADE-DIAS           PIC 9(07).
006190     05  FILLER                  PIC X(12) VALUE SPACES.
006191*        THE PR-ID THE LINE BELONGS TO, SO THE TRAIL CAN BE
006192*        SEARCHED BY PERSON.
006193     05  AL-ID                   PIC X(06).
006194     05  FILLER                  PIC X(14) VALUE SPACES.
006210*-----------------------------------------------------------------
006220* RESTART-FILE - HOLDS THE ID OF THE LAST ROSTER RECORD THIS RUN
006230* CHECKPOINTED, PLUS THE REPORT TOTALS AND PAGE NUMBER AS OF THAT
006241* UP INSTEAD OF RESTARTING THEM AT ZERO.  STARTUP READS THIS TO
006242* DECIDE WHERE TO RESUME; A CLEAN END-OF-JOB LEAVES IT EMPTY SO
006243* THE NEXT RUN STARTS OVER.
006244*-----------------------------------------------------------------
006245 FD  RESTART-FILE.
006246 01  RESTART-RECORD.
006247     05  RST-ULTIMO-ID           PIC X(06).
006248     05  RST-TOTAL-REGISTROS     PIC 9(07).
006249     05  RST-TOTAL-EXCECOES      PIC 9(07).
006250     05  RST-NUMERO-PAGINA       PIC 9(04).
006251     05  RST-FAIXA-QTD           PIC 9(07) OCCURS 6 TIMES.
006252     05  RST-IDADE-MIN           PIC 9(07).
006253     05  RST-IDADE-MAX           PIC 9(07).
006254     05  RST-IDADE-SOMA          PIC 9(12).
006255     05  FILLER                  PIC X(06) VALUE SPACES.
006256*-----------------------------------------------------------------
006257* EXTRACT-FILE - ID/NAME/BIRTH-DATE/AGE-IN-DAYS AS A DELIMITED
006258* EXTRACT, FOR DOWNSTREAM SYSTEMS THAT WANT TO PICK UP THE SAME
006259* DATA AS THE PRINTED REPORT WITHOUT PARSING A REPORT LAYOUT.
006260*-----------------------------------------------------------------
006261 FD  EXTRACT-FILE.
006262 01  EXTRACT-RECORD                 PIC X(80).
006263*-----------------------------------------------------------------
006264* PERSON-MASTER-FILE - THE INDEXED PERSON MASTER MAINTAINED
006265* ONLINE BY PERSMNT.  THE SHARED PERSONREC LAYOUT AGAIN, WITH THE
006266* FIELD PREFIX SWAPPED SO IT CAN LIVE ALONGSIDE THE WORKING COPY.
006267*-----------------------------------------------------------------
006268 FD  PERSON-MASTER-FILE.
006269     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
006270         ==PERSON-MASTER-RECORD==
006271         LEADING ==PR== BY ==PM==.
006272*-----------------------------------------------------------------
006273* BALANCE-REPORT-FILE - THE END-OF-JOB BALANCING REPORT, ONE
006274* LINE PER CONTROL FIGURE AND THE FINAL IN/OUT-OF-BALANCE
006275* VERDICT THE SCHEDULER-VISIBLE RETURN-CODE IS SET FROM.
006276*-----------------------------------------------------------------
006277 FD  BALANCE-REPORT-FILE.
006278 01  BALANCE-REPORT-RECORD          PIC X(80).
006279*-----------------------------------------------------------------
006280* DEMO-REPORT-FILE - THE ONE-PAGE AGE-BAND DEMOGRAPHIC SUMMARY
006281* OF THE BATCH RUN, FOR THE MONTHLY MANAGEMENT REVIEW.
006282*-----------------------------------------------------------------
006283 FD  DEMO-REPORT-FILE.
006284 01  DEMO-REPORT-RECORD             PIC X(80).
006285*-----------------------------------------------------------------
006286* MILESTONE-REPORT-FILE - THE LOOK-AHEAD LISTING OF UPCOMING
006287* BIRTHDAYS AND ROUND DAY-COUNT CROSSINGS.
006288*-----------------------------------------------------------------
006289 FD  MILESTONE-REPORT-FILE.
006290 01  MILESTONE-REPORT-RECORD        PIC X(80).
006291*-----------------------------------------------------------------
006292* SORT-FILE - THE SORT WORK FILE FOR THE ORDERED BATCH REPORT.
006293* SR-CHAVE IS A COMPOSITE KEY THE INPUT PROCEDURE FILLS
006294* ACCORDING TO THE ORDER THE OPERATOR PICKED - THE ID, THE NAME
006295* (WITH THE ID AS TIE-BREAKER), OR THE AGE IN DAYS SUBTRACTED
006296* FROM ITS CEILING SO AN ASCENDING SORT YIELDS DESCENDING AGE.
006297*-----------------------------------------------------------------
006298*-----------------------------------------------------------------
006299* RUN-CONTROL-FILE - ONE RECORD OF BATCH RUN PARAMETERS: THE
006300* AS-OF DATE (AAAAMMDD; ZERO OR BLANK = THE CURRENT DATE), THE
006301* CHECKPOINT INTERVAL AND THE PAGE LENGTH.  KEPT AS TEXT SO A
006302* BLANK OR SHORT RECORD FALLS BACK TO THE DEFAULTS INSTEAD OF
006303* ABENDING THE RUN.
006304*-----------------------------------------------------------------
006305 FD  RUN-CONTROL-FILE.
006306 01  RUN-CONTROL-RECORD.
006307     05  RC-DATA-BASE            PIC X(08).
006308     05  RC-INTERVALO-CHECKPOINT PIC X(05).
006309     05  RC-MAX-LINHAS-PAGINA    PIC X(02).
006310*-----------------------------------------------------------------
006311* SUSPENSE-IN-FILE - THE PRIOR CYCLE'S EXCEPTION FILE, TAKEN
006312* BACK IN BY THE RECYCLE RUN.  FIELDS ARE TEXT SO A RECORD
006313* WRITTEN BEFORE THE CYCLE COUNTER EXISTED (OR A DAMAGED ONE)
006314* IS CARRIED RATHER THAN ABENDED ON.
006315*-----------------------------------------------------------------
006316 FD  SUSPENSE-IN-FILE.
006317 01  SUSPENSE-IN-RECORD.
006318     05  SI-ID                   PIC X(06).
006319     05  FILLER                  PIC X(02).
006320     05  SI-NOME                 PIC X(30).
006321     05  FILLER                  PIC X(02).
006322     05  SI-DATA-NASCIMENTO      PIC X(08).
006323     05  FILLER                  PIC X(02).
006324     05  SI-MSG-ERRO             PIC X(30).
006325     05  FILLER                  PIC X(02).
006326     05  SI-CICLOS-SUSPENSO      PIC X(03).
006327*-----------------------------------------------------------------
006328* CORRECTIONS-FILE - REPAIRED BIRTH DATES KEYED BY THE ID OF
006329* THE SUSPENDED RECORD, ONE PER LINE, IN ANY OF THE SUPPORTED
006330* DATE FORMATS.
006331*-----------------------------------------------------------------
006332 FD  CORRECTIONS-FILE.
006333 01  CORRECTIONS-RECORD.
006334     05  CR-ID                   PIC X(06).
006335     05  CR-DATA-NASCIMENTO      PIC X(10).
006336*-----------------------------------------------------------------
006337* PRIOR-EXTRACT-FILE - THE PRIOR CYCLE'S AGEEXTR, SAVED BY
006338* OPERATIONS AFTER THE DOWNSTREAM PICKUP, READ BACK IN BY THE
006339* DELTA STEP.  A MISSING FILE JUST MEANS NO PRIOR CYCLE -
006340* EVERYTHING IN THE NEW EXTRACT IS AN ADD.
006341*-----------------------------------------------------------------
006342 FD  PRIOR-EXTRACT-FILE.
006343 01  PRIOR-EXTRACT-RECORD           PIC X(80).
006344*-----------------------------------------------------------------
006345* DELTA-FILE - ONLY WHAT CHANGED SINCE THE PRIOR CYCLE, EACH
006346* LINE FLAGGED WITH ITS ACTION CODE ("A" ADDED, "C" CHANGED
006347* WITH THE FIELDS THAT CHANGED, "D" DROPPED), AND A "T" CONTROL
006348* TRAILER WITH THE THREE COUNTS.
006349*-----------------------------------------------------------------
006350 FD  DELTA-FILE.
006351 01  DELTA-RECORD                   PIC X(120).
006352*-----------------------------------------------------------------
006353* BRANCH-REPORT-FILE / BRANCH-EXTRACT-FILE - THE PER-BRANCH
006354* COPIES OF THE REPORT AND THE EXTRACT WHEN THE RUN IS SPLIT
006355* FOR DISTRIBUTION.  THE FILE NAMES CARRY THE BRANCH CHARACTER
006356* (AGERPT.X / AGEEXTR.X).
006357*-----------------------------------------------------------------
006358 FD  BRANCH-REPORT-FILE.
006359 01  BRANCH-REPORT-RECORD           PIC X(80).
006360 FD  BRANCH-EXTRACT-FILE.
006361 01  BRANCH-EXTRACT-RECORD          PIC X(80).
006362*-----------------------------------------------------------------
006363* DISTRIBUTION-REPORT-FILE - THE MAILROOM SUMMARY PAGE, ONE
006364* LINE PER BRANCH PRODUCED WITH ITS RECORD COUNT.
006365*-----------------------------------------------------------------
006366 FD  DISTRIBUTION-REPORT-FILE.
006367 01  DISTRIBUTION-REPORT-RECORD     PIC X(80).
006368 SD  SORT-FILE.
006369 01  SORT-RECORD.
006370     05  SR-CHAVE                PIC X(36).
006371     05  SR-ID                   PIC X(06).
006372     05  SR-NOME                 PIC X(30).
006373     05  SR-DATA-NASCIMENTO      PIC 9(08).
006374     05  SR-IDADE-DIAS           PIC 9(07).
006375     05  SR-SITUACAO             PIC X(01).
006376     05  SR-DATA-OBITO           PIC 9(08).
006377     05  SR-CPF                  PIC X(11).
006381 WORKING-STORAGE SECTION.
006385*-----------------------------------------------------------------
006389* MODE SWITCH - 'I' INTERACTIVE (ONE PERSON), 'B' BATCH (ROSTER).
006393*-----------------------------------------------------------------
006400 77  WS-MODO                     PIC X(01) VALUE "I".
006500     88  MODO-LOTE                VALUE "B".
006510     88  MODO-REVERSO             VALUE "R".
006560     88  MODO-JOB                 VALUES "B" "M" "S".
006600*-----------------------------------------------------------------
006700* END-OF-FILE SWITCH FOR THE ROSTER FILE.
006701*-----------------------------------------------------------------
006702 77  WS-FIM-ROSTER               PIC X(01) VALUE "N".
006703     88  FIM-ROSTER               VALUE "S".
006704*-----------------------------------------------------------------
006705* FILE STATUS FOR EVERY BATCH FILE, AND A SWITCH TO REMEMBER
006706* WHETHER ALL OF THEM CAME UP CLEAN, SO A MISSING OR UNWRITABLE
006707* FILE IS A REPORTED, GRACEFUL CANCELLATION OF THE BATCH RUN
006708* RATHER THAN A RAW RUNTIME ABORT.
006709*-----------------------------------------------------------------
006710 77  WS-STATUS-ROSTER            PIC X(02) VALUE SPACES.
006711 77  WS-STATUS-AGERPT            PIC X(02) VALUE SPACES.
006712 77  WS-STATUS-EXCPRPT           PIC X(02) VALUE SPACES.
006713 77  WS-STATUS-AGEEXTR           PIC X(02) VALUE SPACES.
006714 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
006715     88  LOTE-ABERTO              VALUE "S".
006716*-----------------------------------------------------------------
006717* BATCH INPUT SOURCE - THE FLAT ROSTER (THE DEFAULT) OR THE
006718* INDEXED PERSON MASTER - AND THE WORKING COPY OF THE RECORD
006719* JUST READ, SO THE REST OF THE BATCH RUN IS THE SAME WHICHEVER
006720* SOURCE FEEDS IT.
006721*-----------------------------------------------------------------
006722 77  WS-STATUS-MASTER            PIC X(02) VALUE SPACES.
006723 77  WS-FONTE-LOTE               PIC X(01) VALUE "R".
006724     88  FONTE-MASTER             VALUE "M".
006725 77  WS-LOTE-ID                  PIC X(06) VALUE SPACES.
006726 77  WS-LOTE-NOME                PIC X(30) VALUE SPACES.
006727 77  WS-LOTE-DATA-NASC           PIC X(10) VALUE SPACES.
006728*    THE STATUS AND DATE OF DEATH READ FROM THE MASTER; THE
006729*    FLAT ROSTER CARRIES NEITHER AND READS AS ACTIVE.  THE
006730*    DATE IS KEPT AS TEXT SO A RECORD WRITTEN BEFORE THE
006731*    FIELDS EXISTED (BLANKS THERE) CANNOT ABEND THE EDIT.
006732 77  WS-LOTE-SITUACAO            PIC X(01) VALUE "A".
006733 77  WS-LOTE-DATA-OBITO          PIC X(08) VALUE "00000000".
006734 77  WS-LOTE-CPF                 PIC X(11) VALUE SPACES.
006735*-----------------------------------------------------------------
006736* REPORT ORDER - SOURCE ORDER (THE DEFAULT, EXACTLY THE OLD
006737* BEHAVIOR), OR A SORTED ORDER BY ID, NAME OR AGE DESCENDING.
006738*-----------------------------------------------------------------
006739 77  WS-ORDEM-LOTE               PIC X(01) VALUE "F".
006740     88  ORDEM-ID                 VALUE "I".
006741     88  ORDEM-NOME               VALUE "N".
006742     88  ORDEM-DIAS               VALUE "D".
006743     88  LOTE-ORDENADO            VALUES "I" "N" "D".
006744 77  WS-CHAVE-DIAS-INV           PIC 9(07) VALUE ZERO.
006745*-----------------------------------------------------------------
006746* DUPLICATE-ID DETECTION - EVERY ID THAT PASSES THE FORMAT EDIT
006747* IS REGISTERED HERE; A SECOND APPEARANCE IN THE SAME RUN IS AN
006748* EXCEPTION.  IF THE TABLE EVER FILLS, THE OVERFLOW IS COUNTED
006749* AND REPORTED RATHER THAN SILENTLY LEFT UNCHECKED.
006750*-----------------------------------------------------------------
006751 01  WS-TABELA-IDS.
006752     05  WS-ID-VISTO             PIC X(06) OCCURS 9999 TIMES.
006753 77  WS-QTD-IDS                  PIC 9(04) VALUE ZERO COMP.
006754 77  WS-IND-IDS                  PIC 9(04) VALUE ZERO COMP.
006755 77  WS-ID-DUPLICADO-SW          PIC X(01) VALUE "N".
006756     88  ID-DUPLICADO             VALUE "S".
006757 77  WS-TOTAL-IDS-ESTOURO        PIC 9(07) VALUE ZERO.
006758*-----------------------------------------------------------------
006759* DUPLICATE-CPF DETECTION - EVERY CPF THAT PASSES EDITING IS
006760* REGISTERED HERE.  THE ID IS ALREADY KNOWN UNIQUE BY THEN, SO
006761* A SECOND APPEARANCE OF A CPF IS ONE CPF UNDER TWO IDS.  THE
006762* OVERFLOW IS COUNTED AND REPORTED AS FOR THE ID TABLE.
006763*-----------------------------------------------------------------
006764 01  WS-TABELA-CPFS.
006765     05  WS-CPF-VISTO            PIC X(11) OCCURS 9999 TIMES.
006766 77  WS-QTD-CPFS                 PIC 9(04) VALUE ZERO COMP.
006767 77  WS-IND-CPFS                 PIC 9(04) VALUE ZERO COMP.
006768 77  WS-CPF-DUPLICADO-SW         PIC X(01) VALUE "N".
006769     88  CPF-DUPLICADO            VALUE "S".
006770 77  WS-TOTAL-CPFS-ESTOURO       PIC 9(07) VALUE ZERO.
006771*-----------------------------------------------------------------
006772* CONTROL-BREAK FIELDS FOR THE ID-ORDER REPORT - THE BRANCH
006773* OFFICE IS THE LEADING CHARACTER OF THE ID.
006774*-----------------------------------------------------------------
006775 77  WS-GRUPO-ATUAL              PIC X(01) VALUE LOW-VALUES.
006776 77  WS-SUBTOTAL-GRUPO           PIC 9(07) VALUE ZERO.
006777 77  WS-FIM-SORT-SW              PIC X(01) VALUE "N".
006778     88  FIM-SORT                 VALUE "S".
006779*-----------------------------------------------------------------
006780* RUN-CONTROL PARAMETERS - THE AS-OF DATE THE BATCH RUN IS
006781* PINNED TO (ZERO = THE CURRENT DATE, AS ALWAYS), READ FROM
006782* RUNPARM AT BATCH STARTUP ALONG WITH THE CHECKPOINT INTERVAL
006783* AND PAGE LENGTH OVERRIDES.
006784*-----------------------------------------------------------------
006785 77  WS-STATUS-RUNPARM           PIC X(02) VALUE SPACES.
006786 77  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
006787 77  WS-PARM-VALIDO-SW           PIC X(01) VALUE "S".
006788     88  PARM-VALIDO              VALUE "S".
006789 77  WS-INTERVALO-EDITADO        PIC ZZZZ9.
006790 77  WS-LINHAS-EDITADO           PIC Z9.
006791*-----------------------------------------------------------------
006792* EXCEPTION RECYCLE FIELDS - THE CORRECTIONS TABLE LOADED FROM
006793* CORRFILE, THE SUSPENSE CYCLE COUNTERS, AND THE RECYCLE
006794* CONTROL TOTALS FOR THE SUPPLEMENTAL SECTION.
006795*-----------------------------------------------------------------
006796 77  WS-STATUS-SUSPIN            PIC X(02) VALUE SPACES.
006797 77  WS-STATUS-CORRFILE          PIC X(02) VALUE SPACES.
006798 77  WS-FIM-SUSPIN-SW            PIC X(01) VALUE "N".
006799     88  FIM-SUSPIN               VALUE "S".
006800 77  WS-FIM-CORRECOES-SW         PIC X(01) VALUE "N".
006801     88  FIM-CORRECOES            VALUE "S".
006802 01  WS-TABELA-CORRECOES.
006803     05  WS-CORRECAO-ITEM        OCCURS 1000 TIMES.
006804         10  WS-COR-ID           PIC X(06).
006805         10  WS-COR-DATA         PIC X(10).
006806 77  WS-QTD-CORRECOES            PIC 9(04) VALUE ZERO COMP.
006807 77  WS-IND-CORRECOES            PIC 9(04) VALUE ZERO COMP.
006808 77  WS-ACHOU-CORRECAO-SW        PIC X(01) VALUE "N".
006809     88  ACHOU-CORRECAO           VALUE "S".
006810 77  WS-CORRECOES-ESTOURO        PIC 9(07) VALUE ZERO.
006811 77  WS-CICLOS-SUSPENSO          PIC 9(03) VALUE ZERO.
006812 77  WS-LIMITE-CICLOS            PIC 9(03) VALUE 3.
006813 77  WS-REC-LIDOS                PIC 9(07) VALUE ZERO.
006814 77  WS-REC-APROVEITADOS         PIC 9(07) VALUE ZERO.
006815 77  WS-REC-RETIDOS              PIC 9(07) VALUE ZERO.
006816 77  WS-REC-SEM-CORRECAO         PIC 9(07) VALUE ZERO.
006817*-----------------------------------------------------------------
006818* RUN-BALANCING FIGURES - RECORDS READ IS KEPT AS ITS OWN COUNT
006819* (NOT DERIVED) SO IT CAN BE PROVED EQUAL TO DETAILS PLUS
006820* EXCEPTIONS, AND THE EXTRACT IS RE-READ AND COUNTED AT END OF
006821* JOB SO LINES LEFT OVER FROM A BOTCHED RESTART ARE SEEN TOO.
006822*-----------------------------------------------------------------
006823 77  WS-STATUS-BALRPT            PIC X(02) VALUE SPACES.
006824 77  WS-TOTAL-LIDOS              PIC 9(07) VALUE ZERO.
006825 77  WS-EXTRATO-LINHAS           PIC 9(07) VALUE ZERO.
006826 77  WS-FIM-EXTRATO-SW           PIC X(01) VALUE "N".
006827     88  FIM-EXTRATO              VALUE "S".
006828 77  WS-DESBALANCE-SW            PIC X(01) VALUE "N".
006829     88  DESBALANCEADO            VALUE "S".
006830 77  WS-ROTULO-CONCIL            PIC X(28) VALUE SPACES.
006831 77  WS-VALOR-CONCIL-EDITADO     PIC ZZZZZZ9.
006832*-----------------------------------------------------------------
006833* DELTA-EXTRACT FIELDS - THE OPERATOR'S CHOICE, THE PRIOR
006834* CYCLE'S EXTRACT LOADED BY ID, AND THE THREE ACTION COUNTS FOR
006835* THE CONTROL TRAILER.  THE FULL AGEEXTR SNAPSHOT IS ALWAYS
006836* WRITTEN; THE DELTA IS AN EXTRA COMPARE AGAINST AGEEXTRP.
006837*-----------------------------------------------------------------
006838 77  WS-MODO-EXTRATO             PIC X(01) VALUE "C".
006839     88  EXTRATO-DELTA            VALUES "D" "d".
006840 77  WS-STATUS-EXTANT            PIC X(02) VALUE SPACES.
006841 77  WS-STATUS-DELTA             PIC X(02) VALUE SPACES.
006842 77  WS-FIM-ANTERIOR-SW          PIC X(01) VALUE "N".
006843     88  FIM-ANTERIOR             VALUE "S".
006844 77  WS-FIM-ATUAL-SW             PIC X(01) VALUE "N".
006845     88  FIM-ATUAL                VALUE "S".
006846 77  WS-PRIMEIRA-LINHA-SW        PIC X(01) VALUE "S".
006847 01  WS-TABELA-ANTERIOR.
006848     05  WS-ANT-ITEM             OCCURS 9999 TIMES.
006849         10  WS-ANT-ID           PIC X(06).
006850         10  WS-ANT-LINHA        PIC X(80).
006851         10  WS-ANT-CASADO       PIC X(01).
006852 77  WS-QTD-ANTERIOR             PIC 9(04) VALUE ZERO COMP.
006853 77  WS-IND-ANTERIOR             PIC 9(04) VALUE ZERO COMP.
006854 77  WS-ACHOU-ANTERIOR-SW        PIC X(01) VALUE "N".
006855     88  ACHOU-ANTERIOR           VALUE "S".
006856 77  WS-ANTERIOR-ESTOURO         PIC 9(07) VALUE ZERO.
006857 77  WS-DELTA-ID                 PIC X(06) VALUE SPACES.
006858 77  WS-LINHA-ATUAL              PIC X(80) VALUE SPACES.
006859 77  WS-DELTA-INCLUSOES          PIC 9(07) VALUE ZERO.
006860 77  WS-DELTA-ALTERACOES         PIC 9(07) VALUE ZERO.
006861 77  WS-DELTA-EXCLUSOES          PIC 9(07) VALUE ZERO.
006862 77  WS-NOTA-MUDANCA             PIC X(30) VALUE SPACES.
006863 77  WS-PONTEIRO                 PIC 9(03) VALUE ZERO.
006864 77  WS-PAR-MUDOU-SW             PIC X(01) VALUE "N".
006865     88  PAR-MUDOU                VALUE "S".
006866*    THE DELIMITED FIELDS OF ONE EXTRACT LINE, CURRENT (A) AND
006867*    PRIOR (B), FOR THE FIELD-BY-FIELD CHANGE NOTE.
006868 01  WS-CAMPOS-EXT-A.
006869     05  WS-EXA-ID               PIC X(06).
006870     05  WS-EXA-NOME             PIC X(30).
006871     05  WS-EXA-NASC             PIC X(08).
006872     05  WS-EXA-IDADE            PIC X(07).
006873     05  WS-EXA-SIT              PIC X(01).
006874     05  WS-EXA-CPF              PIC X(11).
006875 01  WS-CAMPOS-EXT-B.
006876     05  WS-EXB-ID               PIC X(06).
006877     05  WS-EXB-NOME             PIC X(30).
006878     05  WS-EXB-NASC             PIC X(08).
006879     05  WS-EXB-IDADE            PIC X(07).
006880     05  WS-EXB-SIT              PIC X(01).
006881     05  WS-EXB-CPF              PIC X(11).
006882*-----------------------------------------------------------------
006883* BRANCH-DISTRIBUTION FIELDS - THE OPERATOR'S CHOICE, THE
006884* DATED PER-BRANCH FILE NAMES, THE COUNT OF THE BRANCH BEING
006885* WRITTEN, AND THE TABLE OF BRANCHES PRODUCED FOR THE MAILROOM
006886* SUMMARY.
006887*-----------------------------------------------------------------
006888 77  WS-DISTRIBUIR-SW            PIC X(01) VALUE "N".
006889     88  DISTRIBUIR-FILIAL        VALUES "S" "s".
006890 77  WS-FILIAL-ABERTA-SW         PIC X(01) VALUE "N".
006891     88  FILIAL-ABERTA            VALUE "S".
006892 77  WS-STATUS-RPTFIL            PIC X(02) VALUE SPACES.
006893 77  WS-STATUS-EXTFIL            PIC X(02) VALUE SPACES.
006894 77  WS-STATUS-DISTRPT           PIC X(02) VALUE SPACES.
006895 77  WS-NOME-RPT-FILIAL          PIC X(16) VALUE SPACES.
006896 77  WS-NOME-EXT-FILIAL          PIC X(16) VALUE SPACES.
006897 77  WS-FILIAL-QTD               PIC 9(07) VALUE ZERO.
006898 77  WS-FILIAL-ATUAL             PIC X(01) VALUE SPACES.
006899 01  WS-TABELA-FILIAIS.
006900     05  WS-FILIAL-ITEM          OCCURS 40 TIMES.
006901         10  WS-FIL-CHAR         PIC X(01).
006902         10  WS-FIL-QTD          PIC 9(07).
006903 77  WS-QTD-FILIAIS              PIC 9(02) VALUE ZERO COMP.
006904 77  WS-IND-FILIAIS              PIC 9(02) VALUE ZERO COMP.
006905 77  WS-FILIAIS-ESTOURO          PIC 9(07) VALUE ZERO.
006906 77  WS-TOTAL-DISTRIBUIDO        PIC 9(07) VALUE ZERO.
006907*-----------------------------------------------------------------
006908* AGE-BAND DEMOGRAPHIC ACCUMULATORS FOR THE BATCH RUN - ONE
006909* COUNT PER BAND (BY AGE IN WHOLE CALENDAR YEARS) PLUS THE
006910* OVERALL MINIMUM, MAXIMUM AND RUNNING SUM OF AGE IN DAYS.  THE
006911* MINIMUM STARTS AT ITS CEILING SO THE FIRST RECORD ALWAYS
006912* TAKES IT.  ALL OF IT RIDES THE CHECKPOINT RECORD, LIKE THE
006913* REPORT CONTROL TOTALS.
006914*-----------------------------------------------------------------
006915 77  WS-STATUS-DEMORPT           PIC X(02) VALUE SPACES.
006916 01  WS-TABELA-FAIXAS.
006917     05  WS-FAIXA-QTD            PIC 9(07) OCCURS 6 TIMES.
006918 01  WS-ROTULOS-FAIXAS.
006919     05  FILLER                  PIC X(12) VALUE "MENOS DE 18 ".
006920     05  FILLER                  PIC X(12) VALUE "18 A 29     ".
006921     05  FILLER                  PIC X(12) VALUE "30 A 44     ".
006922     05  FILLER                  PIC X(12) VALUE "45 A 59     ".
006923     05  FILLER                  PIC X(12) VALUE "60 A 74     ".
006924     05  FILLER                  PIC X(12) VALUE "75 OU MAIS  ".
006925 01  WS-ROTULOS-FAIXAS-R REDEFINES WS-ROTULOS-FAIXAS.
006926     05  WS-ROTULO-FAIXA         PIC X(12) OCCURS 6 TIMES.
006927 77  WS-FAIXA-IND                PIC 9(02) VALUE ZERO COMP.
006928 77  WS-IDADE-MIN-DIAS           PIC 9(07) VALUE 9999999.
006929 77  WS-IDADE-MAX-DIAS           PIC 9(07) VALUE ZERO.
006930 77  WS-IDADE-SOMA-DIAS          PIC 9(12) VALUE ZERO.
006931 77  WS-IDADE-MEDIA-DIAS         PIC 9(07) VALUE ZERO.
006932 77  WS-PCT-FAIXA                PIC 9(03)V9 VALUE ZERO.
006933 77  WS-PCT-EDITADO              PIC ZZ9.9.
006934 77  WS-FAIXA-QTD-EDITADO        PIC ZZZZZZ9.
006935*    HOW MANY PEOPLE THE BANDS ACTUALLY COUNTED - THE SUM OF
006936*    THE BAND COUNTS, DERIVED AT PRINT TIME SO IT RIDES THE
006937*    CHECKPOINT FOR FREE.  DECEASED PEOPLE ARE REPORTED BUT
006938*    KEPT OUT OF THE BANDS, SO THIS CAN RUN BELOW THE DETAIL
006939*    TOTAL.
006940 77  WS-TOTAL-DEMOG              PIC 9(07) VALUE ZERO.
006941*-----------------------------------------------------------------
006942* MILESTONE LOOK-AHEAD FIELDS - THE WINDOW IN DAYS AND THE
006943* MILESTONE STEP THE OPERATOR GIVES, THE PROJECTED EVENT DATE
006944* AND ITS LILIAN DAY NUMBER, AND THE LOOK-AHEAD CONTROL TOTALS.
006945*-----------------------------------------------------------------
006946 77  WS-STATUS-MILERPT           PIC X(02) VALUE SPACES.
006947 77  WS-JANELA-DIAS              PIC 9(04) VALUE ZERO.
006948 77  WS-MARCO-VALOR              PIC 9(07) VALUE ZERO.
006949 77  WS-ANO-ALVO                 PIC 9(04) VALUE ZERO.
006950 77  WS-DIA-NASC-ALVO            PIC 9(02) VALUE ZERO.
006951 77  WS-DATA-ALVO                PIC 9(08) VALUE ZERO.
006952 77  WS-DIA-ALVO                 PIC S9(09) VALUE ZERO.
006953 77  WS-DIAS-ATE                 PIC S9(09) VALUE ZERO.
006954 77  WS-PROX-MARCO               PIC 9(09) VALUE ZERO.
006955 77  WS-TOTAL-AVALIADOS          PIC 9(07) VALUE ZERO.
006956 77  WS-TOTAL-EVENTOS            PIC 9(07) VALUE ZERO.
006957 77  WS-TOTAL-IGNORADOS          PIC 9(07) VALUE ZERO.
006958 77  WS-DIAS-ATE-EDITADO         PIC ZZZ9.
006959 77  WS-MARCO-EDITADO            PIC ZZZZZZ9.
006960 77  WS-TEXTO-EVENTO             PIC X(14) VALUE SPACES.
007010*-----------------------------------------------------------------
007020* AUDIT TRAIL FIELDS - RUN/JOB IDENTIFIER, FILE STATUS FOR THE
007030* AUDIT LOG, AND A SCRATCH AREA TO FORMAT THE TIMESTAMP.
007151 77  WS-REINICIO-TOTAL-REGS      PIC 9(07) VALUE ZERO.
007152 77  WS-REINICIO-TOTAL-EXC       PIC 9(07) VALUE ZERO.
007153 77  WS-REINICIO-PAGINA          PIC 9(04) VALUE ZERO.
007154 01  WS-REINICIO-DEMOGRAFIA.
007155     05  WS-REINICIO-FAIXA-QTD   PIC 9(07) OCCURS 6 TIMES.
007156     05  WS-REINICIO-IDADE-MIN   PIC 9(07) VALUE ZERO.
007157     05  WS-REINICIO-IDADE-MAX   PIC 9(07) VALUE ZERO.
007158     05  WS-REINICIO-IDADE-SOMA  PIC 9(12) VALUE ZERO.
007160*-----------------------------------------------------------------
007170* REVERSE-MODE FIELDS - TAKES AN AGE IN DAYS AND BACK-CALCULATES
007180* YEARS, REMAINING MONTHS AND REMAINING DAYS.
007310 77  WS-DIAS-RESULTADO           PIC S9(02) VALUE ZERO.
007320 77  WS-ANOS-EDITADO             PIC ZZ9.
007330 77  WS-MESES-EDITADO            PIC Z9.
007334 77  WS-DIAS-EDITADO             PIC Z9.
007338*-----------------------------------------------------------------
007342* PERSON BEING WORKED ON - SHARED MASTER RECORD LAYOUT, COPIED
007346* RATHER THAN REINVENTED.  PR-DATA-NASCIMENTO, PR-DATA-CALCULO
007350* AND PR-IDADE-DIAS ARE USED BY BOTH INTERACTIVE AND BATCH MODES.
007400*-----------------------------------------------------------------
007401     COPY PERSONREC.
007402*-----------------------------------------------------------------
007403* PARAMETER AREA FOR THE AGECALC SUBPROGRAM, WHERE ALL AGE MATH
007404* NOW LIVES - SEE 2300-CHAMAR-AGECALC.
007405*-----------------------------------------------------------------
007406     COPY AGECALCP.
007407     COPY CPFVALP.
007408*-----------------------------------------------------------------
007409* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
007410* CALENDAR THE AS-OF DATE COMES FROM WHEN RUNPARM GIVES NONE.
007411*-----------------------------------------------------------------
007412     COPY CALDIAP.
007413*-----------------------------------------------------------------
007417* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
007418* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
007419* COUNT AND RETURN CODE TO.
008000* LILIAN (INTEGER) DAY NUMBERS USED TO DERIVE THE ELAPSED DAYS.
008100*-----------------------------------------------------------------
008300 77  WS-DIA-HOJE                 PIC S9(09) VALUE ZERO.
008345*-----------------------------------------------------------------
008390* EDIT FIELDS USED TO VALIDATE A DATE OF BIRTH BEFORE IT IS USED
008435* IN ANY CALCULATION.
008480*-----------------------------------------------------------------
008525*-----------------------------------------------------------------
008570* RAW BIRTH-DATE TEXT, BEFORE FORMAT DETECTION AND NORMALIZATION.
008615*-----------------------------------------------------------------
008660 77  WS-DATA-ENTRADA             PIC X(10) VALUE SPACES.
008709 77  WS-ANO-NASC                 PIC 9(04) VALUE ZERO.
008710 77  WS-MES-NASC                 PIC 9(02) VALUE ZERO.
008711 77  WS-DIA-NASC                 PIC 9(02) VALUE ZERO.
010800 1000-SELECIONAR-MODO.
010900
011000     DISPLAY "MODO DE EXECUCAO - (I)NTERATIVO, (B)ATCH/LOTE, "
011003         "(R)EVERSO, (M)ARCOS OU RECICLO DE (S)USPENSE? "
011006     ACCEPT WS-MODO
011009
011012     EVALUATE TRUE
011015         WHEN MODO-LOTE
011018             MOVE "IDADELOT" TO WS-JOB-ID
011021             DISPLAY "FONTE DO LOTE - (R)OSTERIN OU (M)ASTER "
011024                 "PERSONMST? "
011027             ACCEPT WS-FONTE-LOTE
011030             DISPLAY "ORDEM DO RELATORIO - (F)ONTE, (I)D, "
011033                 "(N)OME OU (D)IAS DESCENDENTE? "
011036             ACCEPT WS-ORDEM-LOTE
011039             DISPLAY "EXTRATO - (C)OMPLETO OU COMPLETO COM "
011042                 "(D)ELTA DO CICLO ANTERIOR? "
011045             ACCEPT WS-MODO-EXTRATO
011048*            THE COMPLETE EXTRACT IS THE MONTH-END FULL REFRESH
011051*            AND IS LOGGED UNDER ITS OWN NAME; THE NIGHTLY RUN
011054*            IS THE DELTA.
011057             IF NOT EXTRATO-DELTA
011060                 MOVE "IDADEFUL" TO WS-JOB-ID
011063             END-IF
011066             DISPLAY "DISTRIBUIR RELATORIO E EXTRATO POR "
011069                 "FILIAL (S/N)? "
011072             ACCEPT WS-DISTRIBUIR-SW
011075*            THE SPLIT RIDES THE ID-ORDER CONTROL BREAK - ANY
011078*            OTHER ORDER CANNOT BURST CLEANLY BY BRANCH.
011081             IF DISTRIBUIR-FILIAL AND NOT ORDEM-ID
011084                 DISPLAY "*** DISTRIBUICAO POR FILIAL EXIGE "
011087                     "ORDEM POR ID - ORDEM AJUSTADA ***"
011090                 MOVE "I" TO WS-ORDEM-LOTE
011093             END-IF
011096         WHEN MODO-MARCOS
011099             MOVE "IDADEMRC" TO WS-JOB-ID
011102             DISPLAY "FONTE DO LOTE - (R)OSTERIN OU (M)ASTER "
011105                 "PERSONMST? "
011108             ACCEPT WS-FONTE-LOTE
011111         WHEN MODO-RECICLO
011114             MOVE "IDADEREC" TO WS-JOB-ID
011123         WHEN MODO-REVERSO
011124             MOVE "IDADEREV" TO WS-JOB-ID
011125         WHEN OTHER
011640
011650 1200-EXIT.
011660     EXIT.
011673*-----------------------------------------------------------------
011686* 2000-OBTER-DATA-NASCIMENTO
011700* PROMPTS THE OPERATOR FOR A DATE OF BIRTH (AAAAMMDD), RE-PROMPTS
011800* UNTIL THE DATE PASSES EDITING, SO A BAD ACCEPT CANNOT REACH
011900* THE CALCULATION STEP.
012630     END-IF.
012640
012650 2100-EXIT.
012651     EXIT.
012652*-----------------------------------------------------------------
012653* 2300-CHAMAR-AGECALC
012654* HANDS THE RAW BIRTH-DATE TEXT IN WS-DATA-ENTRADA TO THE
012655* AGECALC SUBPROGRAM - THE ONE PLACE AGE MATH LIVES IN THIS
012656* SHOP - AND MAPS ITS ANSWER BACK INTO THE SHARED PERSON
012657* FIELDS AND THE DATA-VALIDA/WS-MSG-ERRO SWITCHES THE REST OF
012658* THIS PROGRAM ALREADY WORKS FROM.  DOES NOT WRITE THE AUDIT
012659* TRAIL - THE CALLER DOES THAT ONCE THE RECORD IS FULLY
012660* CONFIRMED, SO A REJECTED OR DUPLICATED RECORD NEVER PICKS
012661* UP AN AUDIT LINE.
012662*-----------------------------------------------------------------
012663 2300-CHAMAR-AGECALC.
012664
012665     MOVE WS-DATA-ENTRADA TO AC-DATA-ENTRADA
012666*    A DECEASED PERSON'S AGE IS PINNED TO THE DATE OF DEATH -
012667*    IT NEVER ADVANCES WITH THE AS-OF DATE AGAIN.
012668     IF PR-SIT-FALECIDO AND PR-DATA-OBITO IS NUMERIC AND
012669        PR-DATA-OBITO NOT = ZERO
012670         MOVE PR-DATA-OBITO TO AC-DATA-REFERENCIA
012671     ELSE
012672         MOVE WS-DATA-BASE  TO AC-DATA-REFERENCIA
012673     END-IF
012676     CALL "AGECALC" USING AGECALC-PARAMETROS
012677
012678     MOVE AC-DATA-NASCIMENTO TO PR-DATA-NASCIMENTO
014500     MOVE WS-JOB-ID          TO AL-JOB-ID
014510     MOVE PR-DATA-NASCIMENTO TO AL-DATA-NASCIMENTO
014520     MOVE PR-IDADE-DIAS      TO AL-IDADE-DIAS
014521     MOVE PR-ID              TO AL-ID
014530
014540     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-RAW
014550
014710
014720 3100-EXIT.
014730     EXIT.
014747*-----------------------------------------------------------------
014764* 4000-EXIBIR-RESULTADO
014781*-----------------------------------------------------------------
014800 4000-EXIBIR-RESULTADO.
014900
015000     DISPLAY "SUA IDADE EM DIAS EH: " PR-IDADE-DIAS.
017336         PERFORM 5101-ABRIR-ARQUIVOS-LOTE THRU 5101-EXIT
017337     END-IF.
017338
017340
017342 5100-EXIT.
017344     EXIT.
017346*-----------------------------------------------------------------
017348* 5101-ABRIR-ARQUIVOS-LOTE
017350* THE OPENS PROPER, ONCE THE RUN PARAMETERS HAVE PASSED
017352* EDITING - THE INPUT SOURCE, THE THREE OUTPUTS (FRESH OR
017354* APPENDED, DEPENDING ON A CHECKPOINT) AND THE RESTART FILE.
017356*-----------------------------------------------------------------
017358 5101-ABRIR-ARQUIVOS-LOTE.
017360
017362     IF FONTE-MASTER
017364         OPEN INPUT PERSON-MASTER-FILE
017366         MOVE WS-STATUS-MASTER TO WS-STATUS-ROSTER
017368     ELSE
017370         OPEN INPUT ROSTER-FILE
017372     END-IF
017374     IF WS-DATA-BASE NOT = ZERO
017376         MOVE WS-DATA-BASE TO WS-DATA-HOJE
017378     ELSE
017380         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
017382     END-IF
017384     MOVE ZERO                        TO WS-CONTADOR-CHECKPOINT
017386
017388     IF WS-STATUS-ROSTER NOT = "00"
017390         DISPLAY "*** ERRO AO ABRIR A FONTE DO LOTE - FILE "
017392             "STATUS " WS-STATUS-ROSTER " - LOTE CANCELADO - "
017394             "RETURN-CODE 8 ***"
017396         MOVE "S" TO WS-FIM-ROSTER
017398         MOVE 8 TO RETURN-CODE
017400     ELSE
017402         PERFORM 5105-VERIFICAR-REINICIO THRU 5105-EXIT
017404
017406         IF WS-REINICIO-ID = SPACES
017408             OPEN OUTPUT AGE-REPORT-FILE
017410             OPEN OUTPUT EXCEPTION-FILE
017412             OPEN OUTPUT EXTRACT-FILE
017414             MOVE ZERO TO WS-NUMERO-PAGINA
017416             MOVE ZERO TO WS-TOTAL-REGISTROS
017418             MOVE ZERO TO WS-TOTAL-EXCECOES
017420             MOVE ZERO TO WS-TOTAL-LIDOS
017422             MOVE ZERO TO WS-TABELA-FAIXAS
017424             MOVE 9999999 TO WS-IDADE-MIN-DIAS
017426             MOVE ZERO TO WS-IDADE-MAX-DIAS
017428             MOVE ZERO TO WS-IDADE-SOMA-DIAS
017430         ELSE
017432             OPEN EXTEND AGE-REPORT-FILE
017434             OPEN EXTEND EXCEPTION-FILE
017436             OPEN EXTEND EXTRACT-FILE
017438             MOVE WS-REINICIO-PAGINA     TO WS-NUMERO-PAGINA
017440             MOVE WS-REINICIO-TOTAL-REGS TO WS-TOTAL-REGISTROS
017442             MOVE WS-REINICIO-TOTAL-EXC  TO WS-TOTAL-EXCECOES
017444             COMPUTE WS-TOTAL-LIDOS =
017446                 WS-REINICIO-TOTAL-REGS + WS-REINICIO-TOTAL-EXC
017448             MOVE 1 TO WS-FAIXA-IND
017450             PERFORM 5130-RETOMAR-FAIXA THRU 5130-EXIT
017452                 UNTIL WS-FAIXA-IND > 6
017454             MOVE WS-REINICIO-IDADE-MIN  TO WS-IDADE-MIN-DIAS
017456             MOVE WS-REINICIO-IDADE-MAX  TO WS-IDADE-MAX-DIAS
017458             MOVE WS-REINICIO-IDADE-SOMA TO WS-IDADE-SOMA-DIAS
017460             IF WS-REINICIO-TOTAL-REGS = ZERO
017462                 MOVE 9999999 TO WS-IDADE-MIN-DIAS
017464             END-IF
017466         END-IF
017468
017470         IF WS-STATUS-AGERPT  NOT = "00" OR
017472            WS-STATUS-EXCPRPT NOT = "00" OR
017474            WS-STATUS-AGEEXTR NOT = "00"
017476             DISPLAY "*** ERRO AO ABRIR OS ARQUIVOS DE SAIDA DO "
017478                 "LOTE - LOTE CANCELADO - RETURN-CODE 8 ***"
017480*            THE OUTPUTS THAT DID OPEN HAVE ALREADY BEEN
017482*            TRUNCATED, SO THE JOB MUST NOT LOOK CLEAN TO THE
017484*            SCHEDULER - A ZERO RETURN CODE HERE WOULD SHIP AN
017486*            EMPTY EXTRACT DOWNSTREAM.
017488             MOVE 8 TO RETURN-CODE
017490             IF FONTE-MASTER
017492                 CLOSE PERSON-MASTER-FILE
017494             ELSE
017496                 CLOSE ROSTER-FILE
017498             END-IF
017500             CLOSE AGE-REPORT-FILE
017502             CLOSE EXCEPTION-FILE
017504             CLOSE EXTRACT-FILE
017506             MOVE "S" TO WS-FIM-ROSTER
017508         ELSE
017510             OPEN OUTPUT RESTART-FILE
017512
017514             PERFORM 5110-IMPRIMIR-CABECALHO THRU 5110-EXIT
017516             IF WS-REINICIO-ID = SPACES
017518                 PERFORM 5115-GRAVAR-CABECALHO-EXTRATO
017520                     THRU 5115-EXIT
017522             END-IF
017524             MOVE "S" TO WS-LOTE-ABERTO-SW
017526         END-IF
017528     END-IF.
017530
017532 5101-EXIT.
017534     EXIT.
017536*-----------------------------------------------------------------
017538* 5010-LER-PARAMETROS
017540* READS THE RUN-CONTROL PARAMETER FILE.  A MISSING FILE OR A
017542* BLANK/NON-NUMERIC FIELD FALLS BACK TO THE BUILT-IN DEFAULT -
017544* CURRENT DATE, THE USUAL CHECKPOINT INTERVAL AND PAGE LENGTH -
017546* SO AN ORDINARY DAILY RUN NEEDS NO PARAMETER FILE AT ALL.
017548* WITH NO AS-OF DATE GIVEN, THE DATE COMES FROM THE BUSINESS
017550* CALENDAR - SEE 5030-DATA-DO-CALENDARIO.
017552*-----------------------------------------------------------------
017554*    (SEE ALSO 5020-VALIDAR-DATA-BASE - A DATE THAT IS NUMERIC
017556*    BUT NOT A REAL CALENDAR DATE CANCELS THE RUN RATHER THAN
017558*    SILENTLY REJECTING EVERY RECORD AGAINST A NONSENSE "TODAY".)
017560 5010-LER-PARAMETROS.
017562
017564     MOVE ZERO TO WS-DATA-BASE
017566     MOVE "S"  TO WS-PARM-VALIDO-SW
017568     OPEN INPUT RUN-CONTROL-FILE
017570     IF WS-STATUS-RUNPARM = "00"
017572         READ RUN-CONTROL-FILE
017574             AT END CONTINUE
017576             NOT AT END
017578                 IF RC-DATA-BASE IS NUMERIC AND
017580                    RC-DATA-BASE NOT = "00000000"
017582                     MOVE RC-DATA-BASE TO WS-DATA-BASE
017584                     PERFORM 5020-VALIDAR-DATA-BASE THRU 5020-EXIT
017586                 END-IF
017588                 IF RC-INTERVALO-CHECKPOINT IS NUMERIC AND
017590                    RC-INTERVALO-CHECKPOINT NOT = "00000"
017592                     MOVE RC-INTERVALO-CHECKPOINT
017594                         TO WS-INTERVALO-CHECKPOINT
017596                 END-IF
017598                 IF RC-MAX-LINHAS-PAGINA IS NUMERIC AND
017600                    RC-MAX-LINHAS-PAGINA NOT = "00"
017602                     MOVE RC-MAX-LINHAS-PAGINA
017604                         TO WS-MAX-LINHAS-PAGINA
017606                 END-IF
017608         END-READ
017610         CLOSE RUN-CONTROL-FILE
017612     ELSE
017614         DISPLAY "*** RUNPARM AUSENTE - USANDO OS PADROES ***"
017616     END-IF
017618     IF WS-DATA-BASE = ZERO
017620         PERFORM 5030-DATA-DO-CALENDARIO THRU 5030-EXIT
017622     END-IF.
017624
017626 5010-EXIT.
017628     EXIT.
017630*-----------------------------------------------------------------
017632* 5020-VALIDAR-DATA-BASE
017634* EDITS THE AS-OF DATE FROM RUNPARM AS A REAL CALENDAR DATE -
017636* MONTH IN RANGE AND DAY WITHIN THAT MONTH AND YEAR (LEAP
017638* YEARS INCLUDED, THROUGH THE SHARED MONTH-LENGTH PARAGRAPH).
017640* A TYPO LIKE AN IMPOSSIBLE MONTH-END WOULD OTHERWISE FLOW
017642* INTO THE AGE MATH AS A NONSENSE "TODAY" AND SILENTLY REJECT
017644* THE WHOLE ROSTER.  ON FAILURE THE RUN IS FLAGGED FOR
017646* CANCELLATION AND THE BAD VALUE IS DISPLAYED.
017648*-----------------------------------------------------------------
017650 5020-VALIDAR-DATA-BASE.
017652
017654     MOVE WS-DATA-BASE (1:4) TO WS-ANO-NASC
017656     MOVE WS-DATA-BASE (5:2) TO WS-MES-NASC
017658     MOVE WS-DATA-BASE (7:2) TO WS-DIA-NASC
017660
017662     IF WS-MES-NASC < 1 OR WS-MES-NASC > 12
017664         MOVE "N" TO WS-PARM-VALIDO-SW
017666     ELSE
017668         PERFORM 2510-OBTER-DIAS-DO-MES THRU 2510-EXIT
017670         IF WS-DIA-NASC < 1 OR WS-DIA-NASC > WS-DIAS-MES
017672             MOVE "N" TO WS-PARM-VALIDO-SW
017674         END-IF
017676     END-IF
017678
017680     IF NOT PARM-VALIDO
017682         DISPLAY "*** DATA-BASE INVALIDA NO RUNPARM: "
017684             WS-DATA-BASE " ***"
017686     END-IF.
017688
017690 5020-EXIT.
017692     EXIT.
017694*-----------------------------------------------------------------
017696* 5030-DATA-DO-CALENDARIO
017698* NO AS-OF DATE ON RUNPARM - THE CYCLE RUNS IN THE SMALL HOURS
017700* FOR THE LAST BUSINESS DAY BEFORE TODAY, SO THAT DAY IS TAKEN
017702* FROM THE BUSINESS CALENDAR.  WITHOUT A CALENDAR (OR WITH
017704* TODAY OFF IT) THE RUN GOES ON AGAINST THE CURRENT DATE, AS IT
017706* ALWAYS DID.
017708*-----------------------------------------------------------------
017710 5030-DATA-DO-CALENDARIO.
017712
017714     MOVE ZERO TO CD-DATA
017716     CALL "CALDIA" USING CALDIA-PARAMETROS
017718     IF CD-OK
017720         MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-BASE
017722         DISPLAY "DATA-BASE DO CALENDARIO (ULTIMO DIA UTIL): "
017724             WS-DATA-BASE
017726     ELSE
017728         DISPLAY "*** CALENDARIO INDISPONIVEL - USANDO A DATA "
017730             "ATUAL ***"
017732     END-IF.
017734
017736 5030-EXIT.
017738     EXIT.
017740*-----------------------------------------------------------------
017742* 5105-VERIFICAR-REINICIO
017744* LOOKS FOR A CHECKPOINT LEFT BY AN EARLIER, INCOMPLETE RUN.  IF
017746* ONE IS FOUND, THE ROSTER IS READ AHEAD PAST EVERY RECORD UP TO
017748* AND INCLUDING THE CHECKPOINTED ID, SO PROCESSING RESUMES RIGHT
017750* AFTER THE LAST RECORD THAT WAS ALREADY REPORTED ON.  LEAVES
017752* ROSTER-FILE POSITIONED WITH THE NEXT RECORD TO PROCESS ALREADY
017754* READ (OR FIM-ROSTER SET, IF THE ROSTER IS EMPTY OR EXHAUSTED).
017756*-----------------------------------------------------------------
017758 5105-VERIFICAR-REINICIO.
017760
017762     MOVE SPACES TO WS-REINICIO-ID
017764     MOVE "N"    TO WS-FIM-REINICIO
017766
017768     OPEN INPUT RESTART-FILE
017770     IF WS-STATUS-RESTART = "00"
017772         PERFORM 5106-LER-REINICIO THRU 5106-EXIT
017774             UNTIL WS-FIM-REINICIO = "S"
017776         CLOSE RESTART-FILE
017778     END-IF
017780
017782*    A SORTED RUN NEVER RESUMES A CHECKPOINT - ITS OUTPUT ORDER
017784*    DOES NOT FOLLOW THE SOURCE, SO SORTING ONLY THE TAIL WOULD
017786*    APPEND A HALF-SORTED REPORT WITH BOGUS CONTROL BREAKS TO
017788*    THE CRASHED RUN'S PARTIAL OUTPUT.  THE CHECKPOINT IS
017790*    DROPPED AND THE WHOLE SOURCE IS REPROCESSED FROM THE TOP
017792*    INTO FRESHLY TRUNCATED OUTPUTS.
017794     IF WS-REINICIO-ID NOT = SPACES AND LOTE-ORDENADO
017796         DISPLAY "*** CHECKPOINT DA EXECUCAO ANTERIOR IGNORADO "
017798             "- O RELATORIO ORDENADO RECOMECA DO INICIO ***"
017800         MOVE SPACES TO WS-REINICIO-ID
017802     END-IF
017804
017806     PERFORM 5210-LER-ROSTER THRU 5210-EXIT
017808
017810     IF WS-REINICIO-ID NOT = SPACES
017812         DISPLAY "*** REINICIANDO APOS O REGISTRO " WS-REINICIO-ID
017814             " ***"
017816         PERFORM 5120-SALTAR-REGISTRO THRU 5120-EXIT
017818             UNTIL FIM-ROSTER OR WS-LOTE-ID = WS-REINICIO-ID
017820         IF NOT FIM-ROSTER
017822             PERFORM 5210-LER-ROSTER THRU 5210-EXIT
017824         END-IF
017826     END-IF.
017828
017830 5105-EXIT.
017832     EXIT.
017834*-----------------------------------------------------------------
017836* 5106-LER-REINICIO
017838* READS THE RESTART FILE TO THE LAST RECORD IN IT, SINCE A RUN
017840* MAY HAVE CHECKPOINTED MORE THAN ONCE - THE LAST LINE WINS.
017842*-----------------------------------------------------------------
017844 5106-LER-REINICIO.
017846
017848     READ RESTART-FILE
017850         AT END     MOVE "S" TO WS-FIM-REINICIO
017852         NOT AT END
017854            MOVE RST-ULTIMO-ID       TO WS-REINICIO-ID
017856            MOVE RST-TOTAL-REGISTROS TO WS-REINICIO-TOTAL-REGS
017858            MOVE RST-TOTAL-EXCECOES  TO WS-REINICIO-TOTAL-EXC
017860            MOVE RST-NUMERO-PAGINA   TO WS-REINICIO-PAGINA
017862            MOVE 1 TO WS-FAIXA-IND
017864            PERFORM 5107-CARREGAR-FAIXA THRU 5107-EXIT
017866                UNTIL WS-FAIXA-IND > 6
017868            MOVE RST-IDADE-MIN       TO WS-REINICIO-IDADE-MIN
017870            MOVE RST-IDADE-MAX       TO WS-REINICIO-IDADE-MAX
017872            MOVE RST-IDADE-SOMA      TO WS-REINICIO-IDADE-SOMA
017874     END-READ.
017876
017878 5106-EXIT.
017880     EXIT.
017882*-----------------------------------------------------------------
017884* 5107-CARREGAR-FAIXA
017886* LOADS ONE AGE-BAND COUNT OUT OF THE CHECKPOINT RECORD.
017888*-----------------------------------------------------------------
017890 5107-CARREGAR-FAIXA.
017892
017894     MOVE RST-FAIXA-QTD (WS-FAIXA-IND)
017896         TO WS-REINICIO-FAIXA-QTD (WS-FAIXA-IND)
017898     ADD 1 TO WS-FAIXA-IND.
017900
017902 5107-EXIT.
017904     EXIT.
017906*-----------------------------------------------------------------
017908* 5120-SALTAR-REGISTRO
018070* SKIPS ONE ALREADY-PROCESSED ROSTER RECORD WHILE LOCATING THE
018071* CHECKPOINT DURING A RESTART.
018072*-----------------------------------------------------------------
018089
018090 5130-EXIT.
018091     EXIT.
018092*-----------------------------------------------------------------
018093* 5110-IMPRIMIR-CABECALHO
018094* STARTS A NEW REPORT PAGE - TITLE/DATE LINE, BLANK LINE, COLUMN
018095* HEADINGS, BLANK LINE - AND RESETS THE PER-PAGE LINE COUNTER.
018096*-----------------------------------------------------------------
018100 5110-IMPRIMIR-CABECALHO.
018110
018120     ADD 1  TO WS-NUMERO-PAGINA
018250         WS-NUMERO-PAGINA DELIMITED BY SIZE
018260         INTO WS-LINHA-RELATORIO
018270     END-STRING
018271     WRITE AGE-REPORT-RECORD FROM WS-LINHA-RELATORIO
018272
018273*    ECHO THE RUN-CONTROL VALUES THE RUN IS ACTUALLY USING, SO
018274*    THE LISTING SAYS WHAT IT WAS PINNED TO.
018275     MOVE WS-INTERVALO-CHECKPOINT TO WS-INTERVALO-EDITADO
018276     MOVE WS-MAX-LINHAS-PAGINA    TO WS-LINHAS-EDITADO
018277     MOVE SPACES TO WS-LINHA-RELATORIO
018278     STRING "DATA-BASE: "         DELIMITED BY SIZE
018279         WS-DATA-HOJE (7:2)       DELIMITED BY SIZE
018280         "/"                      DELIMITED BY SIZE
018281         WS-DATA-HOJE (5:2)       DELIMITED BY SIZE
018282         "/"                      DELIMITED BY SIZE
018283         WS-DATA-HOJE (1:4)       DELIMITED BY SIZE
018284         "   CHECKPOINT: "        DELIMITED BY SIZE
018285         WS-INTERVALO-EDITADO     DELIMITED BY SIZE
018286         "   LINHAS/PAGINA: "     DELIMITED BY SIZE
018287         WS-LINHAS-EDITADO        DELIMITED BY SIZE
018288         INTO WS-LINHA-RELATORIO
018289     END-STRING
018290     WRITE AGE-REPORT-RECORD FROM WS-LINHA-RELATORIO
018291
018300     MOVE SPACES TO WS-LINHA-RELATORIO
018310     WRITE AGE-REPORT-RECORD FROM WS-LINHA-RELATORIO
018320
018396 5115-GRAVAR-CABECALHO-EXTRATO.
018397
018398     MOVE SPACES TO EXTRACT-RECORD
018399     STRING "ID,NOME,DATA-NASCIMENTO,IDADE-DIAS,SITUACAO,CPF"
018400         DELIMITED BY SIZE
018401         INTO EXTRACT-RECORD
018402     END-STRING
018403     WRITE EXTRACT-RECORD.
018404
018405 5115-EXIT.
018420     EXIT.
018435*-----------------------------------------------------------------
018450* 5200-PROCESSAR-REGISTRO
018465* AGES ONE ROSTER RECORD ALREADY IN MEMORY, WRITES THE REPORT
018480* LINE, THEN READS THE NEXT RECORD AHEAD FOR THE NEXT ITERATION.
018500*-----------------------------------------------------------------
018600 5200-PROCESSAR-REGISTRO.
018700
018820
018830     IF DATA-VALIDA
018835         PERFORM 5220-GRAVAR-DETALHE THRU 5220-EXIT
018837     ELSE
018839         PERFORM 5250-GRAVAR-EXCECAO THRU 5250-EXIT
018841     END-IF
018843
018845     ADD 1 TO WS-CONTADOR-CHECKPOINT
018847     IF WS-CONTADOR-CHECKPOINT >= WS-INTERVALO-CHECKPOINT
018849         PERFORM 5600-GRAVAR-CHECKPOINT THRU 5600-EXIT
018851         MOVE ZERO TO WS-CONTADOR-CHECKPOINT
018853     END-IF
018855
018857     PERFORM 5210-LER-ROSTER THRU 5210-EXIT.
018859
018861 5200-EXIT.
018863     EXIT.
018865*-----------------------------------------------------------------
018867* 5205-EDITAR-REGISTRO
018869* THE SHARED EDIT OF ONE SOURCE RECORD - NORMALIZES THE BIRTH
018871* DATE, CATCHES AN ID ALREADY SEEN THIS RUN (A DUPLICATED
018873* ROSTER BLOCK ONCE INFLATED THE CONTROL TOTALS UNNOTICED),
018875* RUNS THE FULL DATE VALIDATION, AND EDITS THE CPF WHEN ONE IS
018877* INFORMED.  LEAVES DATA-VALIDA AND, WHEN THE RECORD IS
018879* REJECTED, WS-MSG-ERRO WITH THE REASON.
018881*-----------------------------------------------------------------
018883 5205-EDITAR-REGISTRO.
018885
018887     ADD 1 TO WS-TOTAL-LIDOS
018889     MOVE WS-LOTE-ID         TO PR-ID
018891     MOVE WS-LOTE-NOME       TO PR-NOME
018893     MOVE WS-LOTE-SITUACAO   TO PR-SITUACAO
018895     MOVE WS-LOTE-CPF        TO PR-CPF
018897     IF WS-LOTE-DATA-OBITO IS NUMERIC
018899         MOVE WS-LOTE-DATA-OBITO TO PR-DATA-OBITO
018901     ELSE
018903         MOVE ZERO TO PR-DATA-OBITO
018905     END-IF
018907     MOVE WS-LOTE-DATA-NASC  TO WS-DATA-ENTRADA
018909     PERFORM 2300-CHAMAR-AGECALC THRU 2300-EXIT
018911
018913     IF DATA-VALIDA
018915         PERFORM 5230-VERIFICAR-DUPLICATA THRU 5230-EXIT
018917         IF ID-DUPLICADO
018919             MOVE "N" TO WS-DATA-VALIDA-SW
018921             MOVE "ID DUPLICADO NO LOTE" TO WS-MSG-ERRO
018923         END-IF
018925     END-IF
018927
018929     IF DATA-VALIDA AND PR-CPF NOT = SPACES
018931         PERFORM 5240-EDITAR-CPF THRU 5240-EXIT
018933     END-IF
018935
018937*    ONLY A FULLY-CONFIRMED RECORD PICKS UP AN AUDIT LINE - A
018939*    REJECTED OR DUPLICATED RECORD NEVER GETS ONE.
018941     IF DATA-VALIDA
018943         PERFORM 3100-GRAVAR-AUDITORIA THRU 3100-EXIT
018945     END-IF.
018947
018949 5205-EXIT.
018951     EXIT.
018953*-----------------------------------------------------------------
018955* 5220-GRAVAR-DETALHE
018957* WRITES ONE REPORTED PERSON EVERYWHERE A REPORTED PERSON GOES -
018959* THE DETAIL LINE (WITH PAGE BREAKS), THE DELIMITED EXTRACT AND
018961* THE DEMOGRAPHIC ACCUMULATORS - FROM THE SHARED PERSON-RECORD
018963* FIELDS, WHICHEVER PATH (DIRECT OR SORTED) FILLED THEM.
018965*-----------------------------------------------------------------
018967 5220-GRAVAR-DETALHE.
018969
018971     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
018973         PERFORM 5110-IMPRIMIR-CABECALHO THRU 5110-EXIT
018975     END-IF
018977     MOVE SPACES             TO AGE-REPORT-RECORD
018979     MOVE PR-ID              TO AR-ID
018981     MOVE PR-NOME            TO AR-NOME
018983     MOVE PR-DATA-NASCIMENTO TO AR-DATA-NASCIMENTO
018985     MOVE PR-IDADE-DIAS      TO AR-IDADE-DIAS
018987     MOVE PR-SITUACAO        TO AR-SITUACAO
018989*    A SPLIT RUN ALSO SENDS THE DETAIL TO THE BRANCH'S OWN
018991*    REPORT, BEFORE THE MAIN WRITE RELEASES THE RECORD AREA.
018993     IF FILIAL-ABERTA
018995         WRITE BRANCH-REPORT-RECORD FROM AGE-REPORT-RECORD
018997         ADD 1 TO WS-FILIAL-QTD
018999     END-IF
019001     WRITE AGE-REPORT-RECORD
019003     ADD 1 TO WS-CONTADOR-LINHAS
019005     ADD 1 TO WS-TOTAL-REGISTROS
019007     PERFORM 5700-GRAVAR-EXTRATO THRU 5700-EXIT
019009*    THE DEMOGRAPHIC BANDS DESCRIBE THE LIVING POPULATION - A
019011*    DECEASED PERSON IS REPORTED BUT NOT BANDED.
019013     IF NOT PR-SIT-FALECIDO
019015         PERFORM 5800-ACUMULAR-DEMOGRAFIA THRU 5800-EXIT
019017     END-IF.
019019
019021 5220-EXIT.
019023     EXIT.
019025*-----------------------------------------------------------------
019027* 5230-VERIFICAR-DUPLICATA
019029* LOOKS THE ID UP IN THE TABLE OF IDS ALREADY SEEN THIS RUN AND
019031* REGISTERS IT WHEN NEW.  A FULL TABLE IS COUNTED AND REPORTED
019033* IN THE CONTROL TOTALS INSTEAD OF SILENTLY GOING UNCHECKED.
019035*-----------------------------------------------------------------
019037 5230-VERIFICAR-DUPLICATA.
019039
019041     MOVE "N" TO WS-ID-DUPLICADO-SW
019043     MOVE 1   TO WS-IND-IDS
019045     PERFORM 5235-PROCURAR-ID THRU 5235-EXIT
019047         UNTIL ID-DUPLICADO OR WS-IND-IDS > WS-QTD-IDS
019049
019051     IF NOT ID-DUPLICADO
019053         IF WS-QTD-IDS < 9999
019055             ADD 1 TO WS-QTD-IDS
019057             MOVE PR-ID TO WS-ID-VISTO (WS-QTD-IDS)
019059         ELSE
019061             ADD 1 TO WS-TOTAL-IDS-ESTOURO
019063         END-IF
019065     END-IF.
019067
019069 5230-EXIT.
019071     EXIT.
019073*-----------------------------------------------------------------
019075* 5235-PROCURAR-ID
019077* ONE STEP OF THE SERIAL SEARCH THROUGH THE SEEN-ID TABLE.
019079*-----------------------------------------------------------------
019081 5235-PROCURAR-ID.
019083
019085     IF WS-ID-VISTO (WS-IND-IDS) = PR-ID
019087         MOVE "S" TO WS-ID-DUPLICADO-SW
019089     ELSE
019091         ADD 1 TO WS-IND-IDS
019093     END-IF.
019095
019097 5235-EXIT.
019099     EXIT.
019101*-----------------------------------------------------------------
019103* 5240-EDITAR-CPF
019105* CHECKS THE CPF DIGITS THROUGH CPFVALID, THEN LOOKS THE CPF UP
019107* IN THE TABLE OF CPFS ALREADY SEEN THIS RUN AND REGISTERS IT
019109* WHEN NEW.  A FAILURE TURNS DATA-VALIDA OFF WITH THE REASON.
019111*-----------------------------------------------------------------
019113 5240-EDITAR-CPF.
019115
019117     MOVE PR-CPF TO CV-CPF
019119     CALL "CPFVALID" USING CPFVALID-PARAMETROS
019121     IF NOT CV-OK
019123         MOVE "N"         TO WS-DATA-VALIDA-SW
019125         MOVE CV-MSG-ERRO TO WS-MSG-ERRO
019127     ELSE
019129         MOVE "N" TO WS-CPF-DUPLICADO-SW
019131         MOVE 1   TO WS-IND-CPFS
019133         PERFORM 5245-PROCURAR-CPF THRU 5245-EXIT
019135             UNTIL CPF-DUPLICADO OR WS-IND-CPFS > WS-QTD-CPFS
019137         IF CPF-DUPLICADO
019139             MOVE "N" TO WS-DATA-VALIDA-SW
019141             MOVE "CPF REPETIDO NO LOTE" TO WS-MSG-ERRO
019143         ELSE
019145             IF WS-QTD-CPFS < 9999
019147                 ADD 1 TO WS-QTD-CPFS
019149                 MOVE PR-CPF TO WS-CPF-VISTO (WS-QTD-CPFS)
019151             ELSE
019153                 ADD 1 TO WS-TOTAL-CPFS-ESTOURO
019155             END-IF
019157         END-IF
019159     END-IF.
019161
019163 5240-EXIT.
019165     EXIT.
019167*-----------------------------------------------------------------
019169* 5245-PROCURAR-CPF
019171* ONE STEP OF THE SERIAL SEARCH THROUGH THE SEEN-CPF TABLE.
019173*-----------------------------------------------------------------
019175 5245-PROCURAR-CPF.
019177
019179     IF WS-CPF-VISTO (WS-IND-CPFS) = PR-CPF
019181         MOVE "S" TO WS-CPF-DUPLICADO-SW
019183     ELSE
019185         ADD 1 TO WS-IND-CPFS
019187     END-IF.
019189
019191 5245-EXIT.
019193     EXIT.
019195*-----------------------------------------------------------------
019197* 5140-CLASSIFICAR-ENTRADA
019199* THE SORT INPUT PROCEDURE - EDITS EVERY SOURCE RECORD EXACTLY
019201* AS THE DIRECT PATH DOES AND RELEASES THE GOOD ONES TO THE
019203* SORT, WITH THE COMPOSITE KEY BUILT FOR THE ORDER THE OPERATOR
019205* PICKED.  EXCEPTIONS GO TO THE EXCEPTION FILE AS USUAL.  NO
019207* CHECKPOINTS ARE WRITTEN HERE - A SORTED RUN RESTARTS FROM THE
019209* TOP, SINCE ITS OUTPUT ORDER DOES NOT FOLLOW THE SOURCE.
019211*-----------------------------------------------------------------
019213 5140-CLASSIFICAR-ENTRADA.
019215
019217     PERFORM 5145-LIBERAR-REGISTRO THRU 5145-EXIT
019219         UNTIL FIM-ROSTER.
019221
019223 5140-EXIT.
019225     EXIT.
019227*-----------------------------------------------------------------
019229* 5145-LIBERAR-REGISTRO
019231*-----------------------------------------------------------------
019233 5145-LIBERAR-REGISTRO.
019235
019237     PERFORM 5205-EDITAR-REGISTRO THRU 5205-EXIT
019239
019241     IF DATA-VALIDA
019243         MOVE SPACES             TO SORT-RECORD
019245         MOVE PR-ID              TO SR-ID
019247         MOVE PR-NOME            TO SR-NOME
019249         MOVE PR-DATA-NASCIMENTO TO SR-DATA-NASCIMENTO
019251         MOVE PR-IDADE-DIAS      TO SR-IDADE-DIAS
019253         MOVE PR-SITUACAO        TO SR-SITUACAO
019255         MOVE PR-DATA-OBITO      TO SR-DATA-OBITO
019257         MOVE PR-CPF             TO SR-CPF
019259         EVALUATE TRUE
019261             WHEN ORDEM-NOME
019263                 STRING PR-NOME DELIMITED BY SIZE
019265                     PR-ID      DELIMITED BY SIZE
019267                     INTO SR-CHAVE
019269                 END-STRING
019271             WHEN ORDEM-DIAS
019273                 COMPUTE WS-CHAVE-DIAS-INV =
019275                     9999999 - PR-IDADE-DIAS
019277                 STRING WS-CHAVE-DIAS-INV DELIMITED BY SIZE
019279                     PR-ID                DELIMITED BY SIZE
019281                     INTO SR-CHAVE
019283                 END-STRING
019285             WHEN OTHER
019287                 MOVE PR-ID TO SR-CHAVE
019289         END-EVALUATE
019291         RELEASE SORT-RECORD
019293     ELSE
019295         PERFORM 5250-GRAVAR-EXCECAO THRU 5250-EXIT
019297     END-IF
019299
019301     PERFORM 5210-LER-ROSTER THRU 5210-EXIT.
019303
019305 5145-EXIT.
019307     EXIT.
019309*-----------------------------------------------------------------
019311* 5160-IMPRIMIR-ORDENADO
019313* THE SORT OUTPUT PROCEDURE - RETURNS THE SORTED RECORDS AND
019315* WRITES EACH ONE THROUGH THE SHARED DETAIL PATH.  IN ID ORDER
019317* A CONTROL BREAK WITH A SUBTOTAL IS PRINTED WHENEVER THE
019319* LEADING CHARACTER OF THE ID (THE BRANCH OFFICE RANGE)
019321* CHANGES, AND ONCE MORE FOR THE LAST GROUP.
019323*-----------------------------------------------------------------
019325 5160-IMPRIMIR-ORDENADO.
019327
019329     MOVE "N"        TO WS-FIM-SORT-SW
019331     MOVE LOW-VALUES TO WS-GRUPO-ATUAL
019333     MOVE ZERO       TO WS-SUBTOTAL-GRUPO
019335
019337     PERFORM 5165-RETORNAR-REGISTRO THRU 5165-EXIT
019339         UNTIL FIM-SORT
019341
019343     IF ORDEM-ID AND WS-SUBTOTAL-GRUPO > ZERO
019345         PERFORM 5170-GRAVAR-SUBTOTAL THRU 5170-EXIT
019347     END-IF
019349
019351     IF DISTRIBUIR-FILIAL
019353         PERFORM 5180-FECHAR-FILIAL THRU 5180-EXIT
019355         PERFORM 5190-GRAVAR-DISTRIBUICAO THRU 5190-EXIT
019357     END-IF.
019359
019361 5160-EXIT.
019363     EXIT.
019365*-----------------------------------------------------------------
019367* 5165-RETORNAR-REGISTRO
019369*-----------------------------------------------------------------
019371 5165-RETORNAR-REGISTRO.
019373
019375     RETURN SORT-FILE
019377         AT END
019379             SET FIM-SORT TO TRUE
019381         NOT AT END
019383             IF ORDEM-ID
019385                 IF SR-ID (1:1) NOT = WS-GRUPO-ATUAL
019387                     IF WS-SUBTOTAL-GRUPO > ZERO
019389                         PERFORM 5170-GRAVAR-SUBTOTAL
019391                             THRU 5170-EXIT
019393                     END-IF
019395                     MOVE SR-ID (1:1) TO WS-GRUPO-ATUAL
019397*                    A NEW BRANCH GROUP ROLLS THE PER-BRANCH
019399*                    FILES OVER WHEN THE RUN IS BEING SPLIT
019401*                    FOR DISTRIBUTION.
019403                     IF DISTRIBUIR-FILIAL
019405                         PERFORM 5180-FECHAR-FILIAL
019407                             THRU 5180-EXIT
019409                         PERFORM 5175-ABRIR-FILIAL
019411                             THRU 5175-EXIT
019413                     END-IF
019415                 END-IF
019417             END-IF
019419             MOVE SR-ID              TO PR-ID
019421             MOVE SR-NOME            TO PR-NOME
019423             MOVE SR-DATA-NASCIMENTO TO PR-DATA-NASCIMENTO
019425             MOVE SR-IDADE-DIAS      TO PR-IDADE-DIAS
019427             MOVE SR-SITUACAO        TO PR-SITUACAO
019429             MOVE SR-DATA-OBITO      TO PR-DATA-OBITO
019431             MOVE SR-CPF             TO PR-CPF
019433             PERFORM 5220-GRAVAR-DETALHE THRU 5220-EXIT
019435             ADD 1 TO WS-SUBTOTAL-GRUPO
019437     END-RETURN.
019439
019441 5165-EXIT.
019443     EXIT.
019445*-----------------------------------------------------------------
019447* 5170-GRAVAR-SUBTOTAL
019449* PRINTS THE CONTROL-BREAK SUBTOTAL FOR THE BRANCH OFFICE GROUP
019451* JUST FINISHED AND RESTARTS THE GROUP COUNT.
019453*-----------------------------------------------------------------
019455 5170-GRAVAR-SUBTOTAL.
019457
019459*    ANY PAGE BREAK COMES FIRST - THE PAGE HEADER USES
019461*    WS-LINHA-RELATORIO AS ITS OWN SCRATCH AREA, SO THE
019463*    SUBTOTAL LINE IS ONLY BUILT ONCE THE HEADER IS OUT.
019465     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
019467         PERFORM 5110-IMPRIMIR-CABECALHO THRU 5110-EXIT
019469     END-IF
019471     MOVE WS-SUBTOTAL-GRUPO TO WS-TOTAL-EDITADO
019473     MOVE SPACES TO WS-LINHA-RELATORIO
019475     STRING "--- SUBTOTAL FILIAL " DELIMITED BY SIZE
019477         WS-GRUPO-ATUAL            DELIMITED BY SIZE
019479         ": "                      DELIMITED BY SIZE
019481         WS-TOTAL-EDITADO          DELIMITED BY SIZE
019483         " REGISTRO(S) ---"        DELIMITED BY SIZE
019485         INTO WS-LINHA-RELATORIO
019487     END-STRING
019489     WRITE AGE-REPORT-RECORD FROM WS-LINHA-RELATORIO
019491     ADD 1 TO WS-CONTADOR-LINHAS
019493     MOVE ZERO TO WS-SUBTOTAL-GRUPO.
019495
019497 5170-EXIT.
019499     EXIT.
019501*-----------------------------------------------------------------
019503* 5175-ABRIR-FILIAL
019505* OPENS THE PER-BRANCH REPORT AND EXTRACT FOR THE GROUP JUST
019507* STARTED (AGERPT.X / AGEEXTR.X) AND WRITES THEIR OWN HEADERS.
019509* A PAIR THAT CANNOT BE OPENED ENDS THE JOB WITH RETURN-CODE 8
019511* - A MISSING BRANCH FILE WOULD BE EXACTLY THE KIND OF HOLE THE
019513* DISTRIBUTION SUMMARY EXISTS TO CATCH.
019515*-----------------------------------------------------------------
019517 5175-ABRIR-FILIAL.
019519
019521     MOVE WS-GRUPO-ATUAL TO WS-FILIAL-ATUAL
019523     MOVE SPACES TO WS-NOME-RPT-FILIAL
019525     STRING "AGERPT."       DELIMITED BY SIZE
019527         WS-FILIAL-ATUAL    DELIMITED BY SIZE
019529         INTO WS-NOME-RPT-FILIAL
019531     END-STRING
019533     MOVE SPACES TO WS-NOME-EXT-FILIAL
019535     STRING "AGEEXTR."      DELIMITED BY SIZE
019537         WS-FILIAL-ATUAL    DELIMITED BY SIZE
019539         INTO WS-NOME-EXT-FILIAL
019541     END-STRING
019543
019545     OPEN OUTPUT BRANCH-REPORT-FILE
019547     OPEN OUTPUT BRANCH-EXTRACT-FILE
019549     IF WS-STATUS-RPTFIL NOT = "00" OR
019551        WS-STATUS-EXTFIL NOT = "00"
019553         DISPLAY "*** ERRO AO ABRIR OS ARQUIVOS DA FILIAL "
019555             WS-FILIAL-ATUAL " - DISTRIBUICAO INCOMPLETA - "
019557             "RETURN-CODE 8 ***"
019559         MOVE 8 TO RETURN-CODE
019561         CLOSE BRANCH-REPORT-FILE
019563         CLOSE BRANCH-EXTRACT-FILE
019565         MOVE "N" TO WS-FILIAL-ABERTA-SW
019567     ELSE
019569         MOVE SPACES TO WS-LINHA-RELATORIO
019571         STRING "RELATORIO IDADEEMDIAS - FILIAL "
019573             DELIMITED BY SIZE
019575             WS-FILIAL-ATUAL    DELIMITED BY SIZE
019577             "   DATA: "        DELIMITED BY SIZE
019579             WS-DATA-HOJE (7:2) DELIMITED BY SIZE
019581             "/"                DELIMITED BY SIZE
019583             WS-DATA-HOJE (5:2) DELIMITED BY SIZE
019585             "/"                DELIMITED BY SIZE
019587             WS-DATA-HOJE (1:4) DELIMITED BY SIZE
019589             INTO WS-LINHA-RELATORIO
019591         END-STRING
019593         WRITE BRANCH-REPORT-RECORD FROM WS-LINHA-RELATORIO
019595         MOVE SPACES TO WS-LINHA-RELATORIO
019597         WRITE BRANCH-REPORT-RECORD FROM WS-LINHA-RELATORIO
019599         WRITE BRANCH-REPORT-RECORD FROM WS-CABECALHO-COLUNAS
019601         MOVE SPACES TO WS-LINHA-RELATORIO
019603         WRITE BRANCH-REPORT-RECORD FROM WS-LINHA-RELATORIO
019605
019607         MOVE SPACES TO BRANCH-EXTRACT-RECORD
019609         STRING "ID,NOME,DATA-NASCIMENTO,IDADE-DIAS,SITUACAO,"
019611             "CPF" DELIMITED BY SIZE
019613             INTO BRANCH-EXTRACT-RECORD
019615         END-STRING
019617         WRITE BRANCH-EXTRACT-RECORD
019619
019621         MOVE ZERO TO WS-FILIAL-QTD
019623         MOVE "S"  TO WS-FILIAL-ABERTA-SW
019625     END-IF.
019627
019629 5175-EXIT.
019631     EXIT.
019633*-----------------------------------------------------------------
019635* 5180-FECHAR-FILIAL
019637* CLOSES THE PER-BRANCH PAIR IN HAND (IF ANY) WITH ITS OWN
019639* CONTROL TOTAL, AND REGISTERS THE BRANCH AND ITS COUNT FOR THE
019641* DISTRIBUTION SUMMARY.
019643*-----------------------------------------------------------------
019645 5180-FECHAR-FILIAL.
019647
019649     IF FILIAL-ABERTA
019651         MOVE WS-FILIAL-QTD TO WS-TOTAL-EDITADO
019653         MOVE SPACES TO WS-LINHA-RELATORIO
019655         STRING "*** TOTAL DA FILIAL " DELIMITED BY SIZE
019657             WS-FILIAL-ATUAL           DELIMITED BY SIZE
019659             ": "                      DELIMITED BY SIZE
019661             WS-TOTAL-EDITADO          DELIMITED BY SIZE
019663             " REGISTRO(S) ***"        DELIMITED BY SIZE
019665             INTO WS-LINHA-RELATORIO
019667         END-STRING
019669         WRITE BRANCH-REPORT-RECORD FROM WS-LINHA-RELATORIO
019671         CLOSE BRANCH-REPORT-FILE
019673         CLOSE BRANCH-EXTRACT-FILE
019675
019677         IF WS-QTD-FILIAIS < 40
019679             ADD 1 TO WS-QTD-FILIAIS
019681             MOVE WS-FILIAL-ATUAL
019683                 TO WS-FIL-CHAR (WS-QTD-FILIAIS)
019685             MOVE WS-FILIAL-QTD
019687                 TO WS-FIL-QTD (WS-QTD-FILIAIS)
019689         ELSE
019691             ADD 1 TO WS-FILIAIS-ESTOURO
019693         END-IF
019695         MOVE "N" TO WS-FILIAL-ABERTA-SW
019697     END-IF.
019699
019701 5180-EXIT.
019703     EXIT.
019705*-----------------------------------------------------------------
019707* 5190-GRAVAR-DISTRIBUICAO
019709* THE MAILROOM SUMMARY PAGE - EVERY BRANCH PRODUCED WITH ITS
019711* RECORD COUNT, THEN THE BRANCH AND RECORD TOTALS, SO A MISSING
019713* BRANCH PACKET IS SEEN BEFORE ANYTHING SHIPS.
019715*-----------------------------------------------------------------
019717 5190-GRAVAR-DISTRIBUICAO.
019719
019721     OPEN OUTPUT DISTRIBUTION-REPORT-FILE
019723     IF WS-STATUS-DISTRPT NOT = "00"
019725         DISPLAY "*** ERRO AO ABRIR DISTRPT - FILE STATUS "
019727             WS-STATUS-DISTRPT " - RESUMO DE DISTRIBUICAO NAO "
019729             "EMITIDO - RETURN-CODE 8 ***"
019731         MOVE 8 TO RETURN-CODE
019733     ELSE
019735         MOVE SPACES TO WS-LINHA-RELATORIO
019737         STRING "RESUMO DE DISTRIBUICAO POR FILIAL   DATA: "
019739             DELIMITED BY SIZE
019741             WS-DATA-HOJE (7:2) DELIMITED BY SIZE
019743             "/" DELIMITED BY SIZE
019745             WS-DATA-HOJE (5:2) DELIMITED BY SIZE
019747             "/" DELIMITED BY SIZE
019749             WS-DATA-HOJE (1:4) DELIMITED BY SIZE
019751             INTO WS-LINHA-RELATORIO
019753         END-STRING
019755         WRITE DISTRIBUTION-REPORT-RECORD FROM WS-LINHA-RELATORIO
019757         MOVE SPACES TO WS-LINHA-RELATORIO
019759         WRITE DISTRIBUTION-REPORT-RECORD FROM WS-LINHA-RELATORIO
019761         MOVE "FILIAL   REGISTROS" TO WS-LINHA-RELATORIO
019763         WRITE DISTRIBUTION-REPORT-RECORD FROM WS-LINHA-RELATORIO
019765         MOVE SPACES TO WS-LINHA-RELATORIO
019767         WRITE DISTRIBUTION-REPORT-RECORD FROM WS-LINHA-RELATORIO
019769
019771         MOVE ZERO TO WS-TOTAL-DISTRIBUIDO
019773         MOVE 1 TO WS-IND-FILIAIS
019775         PERFORM 5195-GRAVAR-LINHA-FILIAL THRU 5195-EXIT
019777             UNTIL WS-IND-FILIAIS > WS-QTD-FILIAIS
019779
019781         MOVE SPACES TO WS-LINHA-RELATORIO
019783         WRITE DISTRIBUTION-REPORT-RECORD FROM WS-LINHA-RELATORIO
019785         MOVE WS-QTD-FILIAIS TO WS-TOTAL-EDITADO
019787         MOVE SPACES TO WS-LINHA-RELATORIO
019789         STRING "*** FILIAIS PRODUZIDAS : " DELIMITED BY SIZE
019791             WS-TOTAL-EDITADO " ***"        DELIMITED BY SIZE
019793             INTO WS-LINHA-RELATORIO
019795         END-STRING
019797         WRITE DISTRIBUTION-REPORT-RECORD FROM WS-LINHA-RELATORIO
019799         MOVE WS-TOTAL-DISTRIBUIDO TO WS-TOTAL-EDITADO
019801         MOVE SPACES TO WS-LINHA-RELATORIO
019803         STRING "*** REGISTROS DISTRIB. : " DELIMITED BY SIZE
019805             WS-TOTAL-EDITADO " ***"        DELIMITED BY SIZE
019807             INTO WS-LINHA-RELATORIO
019809         END-STRING
019811         WRITE DISTRIBUTION-REPORT-RECORD FROM WS-LINHA-RELATORIO
019813         IF WS-FILIAIS-ESTOURO > ZERO
019815             MOVE WS-FILIAIS-ESTOURO TO WS-TOTAL-EDITADO
019817             MOVE SPACES TO WS-LINHA-RELATORIO
019819             STRING "*** FILIAIS FORA DA TABELA: "
019821                 DELIMITED BY SIZE
019823                 WS-TOTAL-EDITADO " ***" DELIMITED BY SIZE
019825                 INTO WS-LINHA-RELATORIO
019827             END-STRING
019829             WRITE DISTRIBUTION-REPORT-RECORD
019831                 FROM WS-LINHA-RELATORIO
019833         END-IF
019835         CLOSE DISTRIBUTION-REPORT-FILE
019837     END-IF.
019839
019841 5190-EXIT.
019843     EXIT.
019845*-----------------------------------------------------------------
019847* 5195-GRAVAR-LINHA-FILIAL
019849* ONE SUMMARY LINE - THE BRANCH AND ITS RECORD COUNT.
019851*-----------------------------------------------------------------
019853 5195-GRAVAR-LINHA-FILIAL.
019855
019857     MOVE WS-FIL-QTD (WS-IND-FILIAIS) TO WS-TOTAL-EDITADO
019859     ADD  WS-FIL-QTD (WS-IND-FILIAIS) TO WS-TOTAL-DISTRIBUIDO
019861     MOVE SPACES TO WS-LINHA-RELATORIO
019863     STRING WS-FIL-CHAR (WS-IND-FILIAIS) DELIMITED BY SIZE
019865         "        "                      DELIMITED BY SIZE
019867         WS-TOTAL-EDITADO                DELIMITED BY SIZE
019869         INTO WS-LINHA-RELATORIO
019871     END-STRING
019873     WRITE DISTRIBUTION-REPORT-RECORD FROM WS-LINHA-RELATORIO
019875     ADD 1 TO WS-IND-FILIAIS.
019877
019879 5195-EXIT.
019881     EXIT.
019891*-----------------------------------------------------------------
019901* 5600-GRAVAR-CHECKPOINT
019911* CHECKPOINTS THE LAST ROSTER ID PROCESSED, SO A RUN THAT DIES
019921* PARTWAY THROUGH CAN BE RESUMED FROM HERE INSTEAD OF FROM THE
019931* START OF THE ROSTER.  ALSO SAVES THE REPORT TOTALS AND PAGE
019941* NUMBER AS OF THIS CHECKPOINT, SO A RESUMED RUN CAN CONTINUE THE
019951* CONTROL TOTALS INSTEAD OF RESTARTING THEM AT ZERO.
019961*-----------------------------------------------------------------
019971 5600-GRAVAR-CHECKPOINT.
019981
019991     MOVE SPACES               TO RESTART-RECORD
020001     MOVE PR-ID                TO RST-ULTIMO-ID
020011     MOVE WS-TOTAL-REGISTROS   TO RST-TOTAL-REGISTROS
020021     MOVE WS-TOTAL-EXCECOES    TO RST-TOTAL-EXCECOES
020031     MOVE WS-NUMERO-PAGINA     TO RST-NUMERO-PAGINA
020041     MOVE 1 TO WS-FAIXA-IND
020051     PERFORM 5610-SALVAR-FAIXA THRU 5610-EXIT
020061         UNTIL WS-FAIXA-IND > 6
020071     MOVE WS-IDADE-MIN-DIAS    TO RST-IDADE-MIN
020081     MOVE WS-IDADE-MAX-DIAS    TO RST-IDADE-MAX
020091     MOVE WS-IDADE-SOMA-DIAS   TO RST-IDADE-SOMA
020092     WRITE RESTART-RECORD.
020093
020094 5600-EXIT.
020095     EXIT.
020096*-----------------------------------------------------------------
020097* 5610-SALVAR-FAIXA
020098* COPIES ONE AGE-BAND COUNT INTO THE CHECKPOINT RECORD.
020099*-----------------------------------------------------------------
020100 5610-SALVAR-FAIXA.
020101
020102     MOVE WS-FAIXA-QTD (WS-FAIXA-IND)
020103         TO RST-FAIXA-QTD (WS-FAIXA-IND)
020104     ADD 1 TO WS-FAIXA-IND.
020105
020106 5610-EXIT.
020107     EXIT.
020108*-----------------------------------------------------------------
020109* 5700-GRAVAR-EXTRATO
020110* WRITES ONE COMMA-DELIMITED LINE TO THE INTERCHANGE EXTRACT FILE
020111* FOR THE RECORD JUST REPORTED, SO A DOWNSTREAM SYSTEM CAN PICK
020112* UP THE SAME DATA WITHOUT PARSING THE PRINTED REPORT LAYOUT.
020113*-----------------------------------------------------------------
020114 5700-GRAVAR-EXTRATO.
020115
020116     MOVE SPACES        TO EXTRACT-RECORD
020117     MOVE PR-IDADE-DIAS TO WS-IDADE-DIAS-EDITADO
020118     STRING FUNCTION TRIM(PR-ID)      DELIMITED BY SIZE
020119         ","                          DELIMITED BY SIZE
020120         FUNCTION TRIM(PR-NOME)       DELIMITED BY SIZE
020121         ","                          DELIMITED BY SIZE
020122         PR-DATA-NASCIMENTO           DELIMITED BY SIZE
020123         ","                          DELIMITED BY SIZE
020124         FUNCTION TRIM(WS-IDADE-DIAS-EDITADO) DELIMITED BY SIZE
020125         ","                          DELIMITED BY SIZE
020126         PR-SITUACAO                  DELIMITED BY SIZE
020127         ","                          DELIMITED BY SIZE
020128         FUNCTION TRIM(PR-CPF)        DELIMITED BY SIZE
020129         INTO EXTRACT-RECORD
020130     END-STRING
020131*    A SPLIT RUN ALSO SENDS THE LINE TO THE BRANCH'S OWN
020132*    EXTRACT, BEFORE THE MAIN WRITE RELEASES THE RECORD AREA.
020133     IF FILIAL-ABERTA
020134         WRITE BRANCH-EXTRACT-RECORD FROM EXTRACT-RECORD
020135     END-IF
020137     WRITE EXTRACT-RECORD.
020138
020139 5700-EXIT.
020140     EXIT.
020141*-----------------------------------------------------------------
020142* 5250-GRAVAR-EXCECAO
020143* WRITES A ROSTER RECORD THAT FAILED EDITING TO THE EXCEPTIONS
020144* FILE, WITH THE REASON, INSTEAD OF LETTING IT INTO THE REPORT.
020150*-----------------------------------------------------------------
020160 5250-GRAVAR-EXCECAO.
020170
020260     ADD 1 TO WS-TOTAL-EXCECOES.
020270
020280 5250-EXIT.
020286     EXIT.
020292*-----------------------------------------------------------------
020300* 5210-LER-ROSTER
020310* READS THE NEXT RECORD FROM WHICHEVER SOURCE FEEDS THIS RUN -
020320* THE FLAT ROSTER OR THE INDEXED PERSON MASTER - AND LEAVES IT
020670                 MOVE PM-DATA-NASCIMENTO TO WS-LOTE-DATA-NASC
020672                 MOVE PM-SITUACAO        TO WS-LOTE-SITUACAO
020674                 MOVE PM-DATA-OBITO      TO WS-LOTE-DATA-OBITO
020676                 MOVE PM-CPF             TO WS-LOTE-CPF
020680         END-READ
020690     ELSE
020700         READ ROSTER-FILE
020820                 MOVE RR-ID              TO WS-LOTE-ID
020830                 MOVE RR-NOME            TO WS-LOTE-NOME
020840                 MOVE RR-DATA-NASCIMENTO TO WS-LOTE-DATA-NASC
020845                 MOVE RR-CPF             TO WS-LOTE-CPF
020850*                THE FLAT ROSTER CARRIES NO STATUS - ACTIVE.
020860                 MOVE "A"                TO WS-LOTE-SITUACAO
020870                 MOVE "00000000"         TO WS-LOTE-DATA-OBITO
021995         PERFORM 6500-GERAR-DELTA THRU 6500-EXIT
021996     END-IF.
022000
022001 5300-EXIT.
022002     EXIT.
022003*-----------------------------------------------------------------
022004* 5500-CONCILIAR-TOTAIS
022005* THE END-OF-JOB BALANCING STEP.  RE-READS THE EXTRACT JUST
022006* WRITTEN AND COUNTS ITS DATA LINES (THE FIRST LINE IS THE
022007* COLUMN-NAME HEADER), THEN PROVES ROSTER RECORDS READ = REPORT
022008* DETAILS + EXCEPTIONS AND EXTRACT DATA LINES = REPORT DETAILS.
022009* EVERY FIGURE GOES ON THE BALANCING REPORT; ANY DIVERGENCE
022010* ENDS THE JOB WITH RETURN-CODE 8 SO THE SCHEDULER CAN HOLD THE
022011* DOWNSTREAM FEED THAT CONSUMES THE EXTRACT.
022012*-----------------------------------------------------------------
022013 5500-CONCILIAR-TOTAIS.
022014
022015     MOVE "N"  TO WS-DESBALANCE-SW
022016     MOVE "N"  TO WS-FIM-EXTRATO-SW
022017     MOVE ZERO TO WS-EXTRATO-LINHAS
022018
022019     OPEN INPUT EXTRACT-FILE
022020     IF WS-STATUS-AGEEXTR = "00"
022021         PERFORM 5510-CONTAR-EXTRATO THRU 5510-EXIT
022022             UNTIL FIM-EXTRATO
022023         CLOSE EXTRACT-FILE
022024         IF WS-EXTRATO-LINHAS > ZERO
022025             SUBTRACT 1 FROM WS-EXTRATO-LINHAS
022026         END-IF
022027     END-IF
022028
022029     OPEN OUTPUT BALANCE-REPORT-FILE
022030     IF WS-STATUS-BALRPT NOT = "00"
022031         DISPLAY "*** ERRO AO ABRIR BALRPT - FILE STATUS "
022032             WS-STATUS-BALRPT " - LOTE NAO VERIFICADO - "
022033             "RETURN-CODE 8 ***"
022034         MOVE 8 TO RETURN-CODE
022035     ELSE
022036         PERFORM 5505-GRAVAR-BALANCO THRU 5505-EXIT
022037         CLOSE BALANCE-REPORT-FILE
022038     END-IF.
022039
022040 5500-EXIT.
022041     EXIT.
022042*-----------------------------------------------------------------
022043* 5505-GRAVAR-BALANCO
022044* WRITES THE BALANCING REPORT PROPER - EVERY CONTROL FIGURE,
022045* ANY DIVERGENCE LINES, AND THE FINAL VERDICT THE RETURN CODE
022046* IS SET FROM.
022047*-----------------------------------------------------------------
022048 5505-GRAVAR-BALANCO.
022049
022050     MOVE SPACES TO WS-LINHA-RELATORIO
022051     STRING "BALANCEAMENTO DO LOTE IDADEEMDIAS - DATA: "
022052         DELIMITED BY SIZE
022053         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
022054         "/" DELIMITED BY SIZE
022055         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
022056         "/" DELIMITED BY SIZE
022057         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
022058         INTO WS-LINHA-RELATORIO
022059     END-STRING
022060     WRITE BALANCE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022061     MOVE SPACES TO WS-LINHA-RELATORIO
022062     WRITE BALANCE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022063
022064     MOVE "REGISTROS LIDOS DA FONTE"    TO WS-ROTULO-CONCIL
022065     MOVE WS-TOTAL-LIDOS                TO WS-VALOR-CONCIL-EDITADO
022066     PERFORM 5520-GRAVAR-FIGURA THRU 5520-EXIT
022067
022068     MOVE "DETALHES NO RELATORIO"       TO WS-ROTULO-CONCIL
022069     MOVE WS-TOTAL-REGISTROS            TO WS-VALOR-CONCIL-EDITADO
022070     PERFORM 5520-GRAVAR-FIGURA THRU 5520-EXIT
022071
022072     MOVE "EXCECOES GRAVADAS"           TO WS-ROTULO-CONCIL
022073     MOVE WS-TOTAL-EXCECOES             TO WS-VALOR-CONCIL-EDITADO
022074     PERFORM 5520-GRAVAR-FIGURA THRU 5520-EXIT
022075
022076     MOVE "LINHAS DE DADOS NO EXTRATO"  TO WS-ROTULO-CONCIL
022077     MOVE WS-EXTRATO-LINHAS             TO WS-VALOR-CONCIL-EDITADO
022078     PERFORM 5520-GRAVAR-FIGURA THRU 5520-EXIT
022079
022080     MOVE SPACES TO WS-LINHA-RELATORIO
022081     WRITE BALANCE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022082
022083     IF WS-TOTAL-LIDOS NOT =
022084        WS-TOTAL-REGISTROS + WS-TOTAL-EXCECOES
022085         MOVE "S" TO WS-DESBALANCE-SW
022086         MOVE "*** LIDOS <> DETALHES + EXCECOES ***"
022087             TO WS-LINHA-RELATORIO
022088         WRITE BALANCE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022089     END-IF
022090
022091     IF WS-EXTRATO-LINHAS NOT = WS-TOTAL-REGISTROS
022092         MOVE "S" TO WS-DESBALANCE-SW
022093         MOVE "*** LINHAS DO EXTRATO <> DETALHES ***"
022094             TO WS-LINHA-RELATORIO
022095         WRITE BALANCE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022096     END-IF
022097
022098     IF DESBALANCEADO
022099         MOVE "SITUACAO: FORA DE BALANCO - RETURN-CODE 8"
022100             TO WS-LINHA-RELATORIO
022101         WRITE BALANCE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022102         DISPLAY "*** LOTE FORA DE BALANCO - VEJA BALRPT - "
022103             "RETURN-CODE 8 ***"
022104         MOVE 8 TO RETURN-CODE
022105     ELSE
022106         MOVE "SITUACAO: EM BALANCO" TO WS-LINHA-RELATORIO
022107         WRITE BALANCE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022108     END-IF.
022109
022110 5505-EXIT.
022111     EXIT.
022112*-----------------------------------------------------------------
022113* 5510-CONTAR-EXTRATO
022114* COUNTS ONE LINE OF THE EXTRACT DURING THE BALANCING RE-READ.
022115*-----------------------------------------------------------------
022116 5510-CONTAR-EXTRATO.
022117
022118     READ EXTRACT-FILE
022119         AT END SET FIM-EXTRATO TO TRUE
022120         NOT AT END ADD 1 TO WS-EXTRATO-LINHAS
022121     END-READ.
022122
022123 5510-EXIT.
022124     EXIT.
022125*-----------------------------------------------------------------
022126* 5520-GRAVAR-FIGURA
022127* PRINTS ONE BALANCING FIGURE FROM THE LABEL AND EDITED VALUE
022128* LEFT BY THE CALLER.
022129*-----------------------------------------------------------------
022130 5520-GRAVAR-FIGURA.
022131
022132     MOVE SPACES TO WS-LINHA-RELATORIO
022133     STRING WS-ROTULO-CONCIL DELIMITED BY SIZE
022134         ": " DELIMITED BY SIZE
022135         WS-VALOR-CONCIL-EDITADO DELIMITED BY SIZE
022136         INTO WS-LINHA-RELATORIO
022137     END-STRING
022138     WRITE BALANCE-REPORT-RECORD FROM WS-LINHA-RELATORIO.
022139
022140 5520-EXIT.
022141     EXIT.
022142*-----------------------------------------------------------------
022143* 5800-ACUMULAR-DEMOGRAFIA
022144* FOLDS THE RECORD JUST REPORTED INTO THE AGE-BAND COUNTS AND
022145* THE OVERALL MIN/MAX/SUM OF AGE IN DAYS.  THE BAND IS PICKED BY
022146* AGE IN WHOLE CALENDAR YEARS, OBTAINED THROUGH THE SAME REVERSE
022147* CALCULATION THE REVERSE MODE USES - NOT A FLAT /365.  RUNS
022148* AFTER THE DETAIL AND EXTRACT ARE WRITTEN, SINCE THE REVERSE
022149* CALCULATION REUSES THE SHARED PERSON-RECORD FIELDS.
022150*-----------------------------------------------------------------
022151 5800-ACUMULAR-DEMOGRAFIA.
022152
022153     IF PR-IDADE-DIAS < WS-IDADE-MIN-DIAS
022154         MOVE PR-IDADE-DIAS TO WS-IDADE-MIN-DIAS
022155     END-IF
022156     IF PR-IDADE-DIAS > WS-IDADE-MAX-DIAS
022157         MOVE PR-IDADE-DIAS TO WS-IDADE-MAX-DIAS
022158     END-IF
022159     ADD PR-IDADE-DIAS TO WS-IDADE-SOMA-DIAS
022160
022161     MOVE PR-IDADE-DIAS TO WS-IDADE-DIAS-REVERSO
022162     PERFORM 6100-CALCULAR-IDADE-REVERSA THRU 6100-EXIT
022163
022164     EVALUATE TRUE
022165         WHEN WS-ANOS-RESULTADO < 18
022166             MOVE 1 TO WS-FAIXA-IND
022167         WHEN WS-ANOS-RESULTADO < 30
022168             MOVE 2 TO WS-FAIXA-IND
022169         WHEN WS-ANOS-RESULTADO < 45
022170             MOVE 3 TO WS-FAIXA-IND
022171         WHEN WS-ANOS-RESULTADO < 60
022172             MOVE 4 TO WS-FAIXA-IND
022173         WHEN WS-ANOS-RESULTADO < 75
022174             MOVE 5 TO WS-FAIXA-IND
022175         WHEN OTHER
022176             MOVE 6 TO WS-FAIXA-IND
022177     END-EVALUATE
022178     ADD 1 TO WS-FAIXA-QTD (WS-FAIXA-IND).
022179
022180 5800-EXIT.
022181     EXIT.
022182*-----------------------------------------------------------------
022183* 5900-IMPRIMIR-DEMOGRAFIA
022184* WRITES THE ONE-PAGE AGE-BAND SUMMARY OF THE RUN - PER-BAND
022185* COUNTS AND PERCENTAGES OF THE DETAILS REPORTED, THEN THE
022186* OVERALL MINIMUM, MAXIMUM AND AVERAGE AGE, EACH SHOWN IN DAYS
022187* AND IN YEARS AND MONTHS THROUGH THE REVERSE CALCULATION.
022188*-----------------------------------------------------------------
022189 5900-IMPRIMIR-DEMOGRAFIA.
022190
022191     OPEN OUTPUT DEMO-REPORT-FILE
022192     IF WS-STATUS-DEMORPT NOT = "00"
022193         DISPLAY "*** ERRO AO ABRIR DEMORPT - FILE STATUS "
022194             WS-STATUS-DEMORPT " - RESUMO DEMOGRAFICO NAO "
022195             "EMITIDO ***"
022196     ELSE
022197         PERFORM 5905-GRAVAR-DEMOGRAFIA THRU 5905-EXIT
022198         CLOSE DEMO-REPORT-FILE
022199     END-IF.
022200
022201 5900-EXIT.
022202     EXIT.
022203*-----------------------------------------------------------------
022204* 5905-GRAVAR-DEMOGRAFIA
022205* WRITES THE DEMOGRAPHIC SUMMARY PROPER - THE BAND LINES AND
022206* THE OVERALL STATISTICS.
022207*-----------------------------------------------------------------
022208 5905-GRAVAR-DEMOGRAFIA.
022209
022210     MOVE SPACES TO WS-LINHA-RELATORIO
022211     STRING "RESUMO DEMOGRAFICO POR FAIXA ETARIA   DATA: "
022212         DELIMITED BY SIZE
022213         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
022214         "/" DELIMITED BY SIZE
022215         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
022216         "/" DELIMITED BY SIZE
022217         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
022218         INTO WS-LINHA-RELATORIO
022219     END-STRING
022220     WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO
022221     MOVE SPACES TO WS-LINHA-RELATORIO
022222     WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO
022223
022224     MOVE "FAIXA ETARIA   PESSOAS      PCT" TO WS-LINHA-RELATORIO
022225     WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO
022226     MOVE SPACES TO WS-LINHA-RELATORIO
022227     WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO
022228
022229*    THE BANDS COUNT ONLY THE LIVING, SO THE PERCENTAGES AND
022230*    AVERAGES RUN OVER THE SUM OF THE BAND COUNTS, NOT THE
022231*    DETAIL TOTAL - DECEASED PEOPLE ARE REPORTED SEPARATELY
022232*    BELOW.
022233     MOVE ZERO TO WS-TOTAL-DEMOG
022234     MOVE 1 TO WS-FAIXA-IND
022235     PERFORM 5907-SOMAR-FAIXA THRU 5907-EXIT
022236         UNTIL WS-FAIXA-IND > 6
022237
022238     MOVE 1 TO WS-FAIXA-IND
022239     PERFORM 5910-GRAVAR-FAIXA THRU 5910-EXIT
022240         UNTIL WS-FAIXA-IND > 6
022241
022242     MOVE SPACES TO WS-LINHA-RELATORIO
022243     WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO
022244
022245     IF WS-TOTAL-DEMOG > ZERO
022246         COMPUTE WS-IDADE-MEDIA-DIAS ROUNDED =
022247             WS-IDADE-SOMA-DIAS / WS-TOTAL-DEMOG
022248         MOVE "IDADE MINIMA " TO WS-ROTULO-CONCIL
022249         MOVE WS-IDADE-MIN-DIAS TO WS-IDADE-DIAS-REVERSO
022250         PERFORM 5920-GRAVAR-ESTATISTICA THRU 5920-EXIT
022251         MOVE "IDADE MAXIMA " TO WS-ROTULO-CONCIL
022252         MOVE WS-IDADE-MAX-DIAS TO WS-IDADE-DIAS-REVERSO
022253         PERFORM 5920-GRAVAR-ESTATISTICA THRU 5920-EXIT
022254         MOVE "IDADE MEDIA  " TO WS-ROTULO-CONCIL
022255         MOVE WS-IDADE-MEDIA-DIAS TO WS-IDADE-DIAS-REVERSO
022256         PERFORM 5920-GRAVAR-ESTATISTICA THRU 5920-EXIT
022257     ELSE
022258         MOVE "NENHUM REGISTRO PROCESSADO" TO WS-LINHA-RELATORIO
022259         WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO
022260     END-IF
022261
022262     IF WS-TOTAL-REGISTROS > WS-TOTAL-DEMOG
022263         COMPUTE WS-FAIXA-QTD-EDITADO =
022264             WS-TOTAL-REGISTROS - WS-TOTAL-DEMOG
022265         MOVE SPACES TO WS-LINHA-RELATORIO
022266         STRING "FALECIDOS FORA DAS FAIXAS: " DELIMITED BY SIZE
022267             WS-FAIXA-QTD-EDITADO             DELIMITED BY SIZE
022268             INTO WS-LINHA-RELATORIO
022269         END-STRING
022270         WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO
022271     END-IF.
022272
022273 5905-EXIT.
022274     EXIT.
022275*-----------------------------------------------------------------
022276* 5907-SOMAR-FAIXA
022277* FOLDS ONE BAND COUNT INTO THE BANDED-PEOPLE TOTAL THE
022278* PERCENTAGES AND AVERAGES RUN OVER.
022279*-----------------------------------------------------------------
022280 5907-SOMAR-FAIXA.
022281
022282     ADD WS-FAIXA-QTD (WS-FAIXA-IND) TO WS-TOTAL-DEMOG
022283     ADD 1 TO WS-FAIXA-IND.
022284
022285 5907-EXIT.
022286     EXIT.
022287*-----------------------------------------------------------------
022288* 5910-GRAVAR-FAIXA
022289* PRINTS ONE AGE-BAND LINE - COUNT AND PERCENTAGE OF THE DETAILS
022290* REPORTED.
022291*-----------------------------------------------------------------
022292 5910-GRAVAR-FAIXA.
022293
022294     IF WS-TOTAL-DEMOG > ZERO
022295         COMPUTE WS-PCT-FAIXA ROUNDED =
022296             WS-FAIXA-QTD (WS-FAIXA-IND) * 100
022297             / WS-TOTAL-DEMOG
022298     ELSE
022299         MOVE ZERO TO WS-PCT-FAIXA
022300     END-IF
022301
022302     MOVE WS-FAIXA-QTD (WS-FAIXA-IND) TO WS-FAIXA-QTD-EDITADO
022303     MOVE WS-PCT-FAIXA TO WS-PCT-EDITADO
022304
022305     MOVE SPACES TO WS-LINHA-RELATORIO
022306     STRING WS-ROTULO-FAIXA (WS-FAIXA-IND) DELIMITED BY SIZE
022307         "  "                    DELIMITED BY SIZE
022308         WS-FAIXA-QTD-EDITADO    DELIMITED BY SIZE
022309         "  "                    DELIMITED BY SIZE
022310         WS-PCT-EDITADO          DELIMITED BY SIZE
022311         " %"                    DELIMITED BY SIZE
022312         INTO WS-LINHA-RELATORIO
022313     END-STRING
022314     WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO
022315
022316     ADD 1 TO WS-FAIXA-IND.
022317
022318 5910-EXIT.
022319     EXIT.
022320*-----------------------------------------------------------------
022321* 5920-GRAVAR-ESTATISTICA
022322* PRINTS ONE OVERALL STATISTIC - THE DAY COUNT LEFT BY THE
022323* CALLER IN WS-IDADE-DIAS-REVERSO, SHOWN IN DAYS AND, THROUGH
022324* THE REVERSE CALCULATION, IN YEARS AND MONTHS.
022325*-----------------------------------------------------------------
022326 5920-GRAVAR-ESTATISTICA.
022327
022328     PERFORM 6100-CALCULAR-IDADE-REVERSA THRU 6100-EXIT
022329     MOVE WS-IDADE-DIAS-REVERSO TO WS-IDADE-DIAS-EDITADO
022330     MOVE WS-ANOS-RESULTADO     TO WS-ANOS-EDITADO
022331     MOVE WS-MESES-RESULTADO    TO WS-MESES-EDITADO
022332
022333     MOVE SPACES TO WS-LINHA-RELATORIO
022334     STRING WS-ROTULO-CONCIL (1:13) DELIMITED BY SIZE
022335         ": "                    DELIMITED BY SIZE
022336         WS-IDADE-DIAS-EDITADO   DELIMITED BY SIZE
022337         " DIAS ("               DELIMITED BY SIZE
022338         WS-ANOS-EDITADO         DELIMITED BY SIZE
022339         " ANOS "                DELIMITED BY SIZE
022340         WS-MESES-EDITADO        DELIMITED BY SIZE
022341         " MESES)"               DELIMITED BY SIZE
022342         INTO WS-LINHA-RELATORIO
022343     END-STRING
022344     WRITE DEMO-REPORT-RECORD FROM WS-LINHA-RELATORIO.
022345
022346 5920-EXIT.
022347     EXIT.
022348*-----------------------------------------------------------------
022349* 5400-IMPRIMIR-RODAPE
022350* WRITES THE FINAL CONTROL-TOTAL LINE - THE RECORD COUNT FOR THE
022351* WHOLE RUN, SO THE REPORT CAN BE BALANCED BACK TO THE ROSTER.
022352*-----------------------------------------------------------------
022353 5400-IMPRIMIR-RODAPE.
022354
022355     MOVE WS-TOTAL-REGISTROS TO WS-TOTAL-EDITADO
022356     MOVE SPACES TO WS-LINHA-RELATORIO
022357     STRING "*** TOTAL DE REGISTROS PROCESSADOS: "
022358         DELIMITED BY SIZE
022359         WS-TOTAL-EDITADO DELIMITED BY SIZE
022360         " ***" DELIMITED BY SIZE
022361         INTO WS-LINHA-RELATORIO
022362     END-STRING
022363     WRITE AGE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022364
022365     MOVE WS-TOTAL-EXCECOES TO WS-TOTAL-EXC-EDITADO
022366     MOVE SPACES TO WS-LINHA-RELATORIO
022367     STRING "*** TOTAL DE REGISTROS EM EXCECAO: "
022368         DELIMITED BY SIZE
022369         WS-TOTAL-EXC-EDITADO DELIMITED BY SIZE
022370         " ***" DELIMITED BY SIZE
022371         INTO WS-LINHA-RELATORIO
022372     END-STRING
022373     WRITE AGE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022374
022375     IF WS-TOTAL-IDS-ESTOURO > ZERO
022376         MOVE WS-TOTAL-IDS-ESTOURO TO WS-TOTAL-EDITADO
022377         MOVE SPACES TO WS-LINHA-RELATORIO
022378         STRING "*** IDS SEM CONTROLE DE DUPLICATA: "
022379             DELIMITED BY SIZE
022380             WS-TOTAL-EDITADO DELIMITED BY SIZE
022381             " ***" DELIMITED BY SIZE
022382             INTO WS-LINHA-RELATORIO
022383         END-STRING
022384         WRITE AGE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022385     END-IF
022386
022387     IF WS-TOTAL-CPFS-ESTOURO > ZERO
022388         MOVE WS-TOTAL-CPFS-ESTOURO TO WS-TOTAL-EDITADO
022389         MOVE SPACES TO WS-LINHA-RELATORIO
022390         STRING "*** CPFS SEM CONTROLE DE DUPLICATA: "
022391             DELIMITED BY SIZE
022392             WS-TOTAL-EDITADO DELIMITED BY SIZE
022393             " ***" DELIMITED BY SIZE
022394             INTO WS-LINHA-RELATORIO
022395         END-STRING
022396         WRITE AGE-REPORT-RECORD FROM WS-LINHA-RELATORIO
022397     END-IF.
022398
022399 5400-EXIT.
022400     EXIT.
022401*-----------------------------------------------------------------
022402* 6000-MODO-REVERSO
022403* DRIVES THE REVERSE CONVERSION - ASKS FOR AN AGE IN DAYS, BACK-
022404* CALCULATES THE EQUIVALENT YEARS/MONTHS/DAYS, AND DISPLAYS IT.
022405* LOGS THE CONVERSION TO THE AUDIT TRAIL LIKE EVERY OTHER MODE.
022406*-----------------------------------------------------------------
022407 6000-MODO-REVERSO.
022408
022409     MOVE "N" TO WS-DATA-VALIDA-SW
022482     PERFORM 6050-LER-E-VALIDAR-DIAS THRU 6050-EXIT
022483         UNTIL DATA-VALIDA
022490
022592
022593 6050-EXIT.
022594     EXIT.
022595*-----------------------------------------------------------------
022596* 6100-CALCULAR-IDADE-REVERSA
022597* TREATS THE GIVEN DAY COUNT AS IF IT WERE SOMEONE'S AGE IN DAYS
022600* AS OF TODAY - SUBTRACTS IT (AS A LILIAN DAY NUMBER) FROM TODAY
022610* TO GET AN EQUIVALENT BIRTH DATE, THEN TAKES THE CALENDAR
022620* DIFFERENCE BETWEEN THAT DATE AND TODAY IN YEARS, MONTHS AND
022722     MOVE WS-DATA-NASC-REVERSO  TO PR-DATA-NASCIMENTO
022723     MOVE WS-IDADE-DIAS-REVERSO TO PR-IDADE-DIAS
022730
022731     MOVE WS-DATA-NASC-REVERSO (1:4) TO WS-ANO-INICIO
022732     MOVE WS-DATA-NASC-REVERSO (5:2) TO WS-MES-INICIO
022733     MOVE WS-DATA-NASC-REVERSO (7:2) TO WS-DIA-INICIO
022734     MOVE WS-DATA-HOJE (1:4)         TO WS-ANO-FIM
022735     MOVE WS-DATA-HOJE (5:2)         TO WS-MES-FIM
022736     MOVE WS-DATA-HOJE (7:2)         TO WS-DIA-FIM
022737
022738     COMPUTE WS-ANOS-RESULTADO  = WS-ANO-FIM - WS-ANO-INICIO
022739     COMPUTE WS-MESES-RESULTADO = WS-MES-FIM - WS-MES-INICIO
022740     COMPUTE WS-DIAS-RESULTADO  = WS-DIA-FIM - WS-DIA-INICIO
022741
022742     IF WS-DIA-FIM < WS-DIA-INICIO
022743         IF WS-MES-FIM = 1
022744             MOVE 12                      TO WS-MES-NASC
022745             COMPUTE WS-ANO-NASC = WS-ANO-FIM - 1
022746         ELSE
022747             COMPUTE WS-MES-NASC = WS-MES-FIM - 1
022748             MOVE WS-ANO-FIM               TO WS-ANO-NASC
022749         END-IF
022750         PERFORM 2510-OBTER-DIAS-DO-MES THRU 2510-EXIT
022751         COMPUTE WS-DIAS-RESULTADO =
022752             WS-DIA-FIM + WS-DIAS-MES - WS-DIA-INICIO
022753         SUBTRACT 1 FROM WS-MESES-RESULTADO
022754     END-IF
022755
022756     IF WS-MESES-RESULTADO < 0
022757         ADD 12 TO WS-MESES-RESULTADO
022758         SUBTRACT 1 FROM WS-ANOS-RESULTADO
022759     END-IF.
022760
022761 6100-EXIT.
022762     EXIT.
022763*-----------------------------------------------------------------
022764* 6200-EXIBIR-RESULTADO-REVERSO
022765*-----------------------------------------------------------------
022766 6200-EXIBIR-RESULTADO-REVERSO.
022767
022768     MOVE WS-ANOS-RESULTADO  TO WS-ANOS-EDITADO
022769     MOVE WS-MESES-RESULTADO TO WS-MESES-EDITADO
022770     MOVE WS-DIAS-RESULTADO  TO WS-DIAS-EDITADO
022771
022772     DISPLAY WS-IDADE-DIAS-REVERSO " DIA(S) EQUIVALE(M) A "
022773         WS-ANOS-EDITADO " ANO(S), " WS-MESES-EDITADO
022774         " MES(ES) E " WS-DIAS-EDITADO " DIA(S).".
022775
022776 6200-EXIT.
022777     EXIT.
022778*-----------------------------------------------------------------
022779* 6500-GERAR-DELTA
022780* THE DELTA STEP, RUN AFTER THE BATCH CLOSES AND BALANCES.  THE
022781* PRIOR CYCLE'S EXTRACT IS LOADED BY ID, THE NEW EXTRACT IS
022782* RE-READ AND EACH LINE CLASSIFIED - NEW ID = "A", SAME ID WITH
022783* A DIFFERENT LINE = "C" (WITH WHICH FIELDS CHANGED), AND
022784* EVERYTHING LEFT UNMATCHED IN THE PRIOR EXTRACT = "D" - THEN
022785* THE "T" CONTROL TRAILER WITH THE THREE COUNTS.  A PROBLEM
022786* THAT WOULD LEAVE THE DELTA UNTRUSTWORTHY ENDS THE JOB WITH
022787* RETURN-CODE 8 SO THE DOWNSTREAM FEED IS HELD.
022788*-----------------------------------------------------------------
022789 6500-GERAR-DELTA.
022790
022791     MOVE ZERO TO WS-DELTA-INCLUSOES
022792     MOVE ZERO TO WS-DELTA-ALTERACOES
022793     MOVE ZERO TO WS-DELTA-EXCLUSOES
022794     MOVE ZERO TO WS-QTD-ANTERIOR
022795     MOVE ZERO TO WS-ANTERIOR-ESTOURO
022796
022797     OPEN OUTPUT DELTA-FILE
022798     IF WS-STATUS-DELTA NOT = "00"
022799         DISPLAY "*** ERRO AO ABRIR AGEDELTA - FILE STATUS "
022800             WS-STATUS-DELTA " - DELTA NAO GERADO - "
022801             "RETURN-CODE 8 ***"
022802         MOVE 8 TO RETURN-CODE
022803     ELSE
022804         PERFORM 6510-CARREGAR-ANTERIOR THRU 6510-EXIT
022805         PERFORM 6520-COMPARAR-ATUAL THRU 6520-EXIT
022806         PERFORM 6550-GRAVAR-EXCLUSOES THRU 6550-EXIT
022807         PERFORM 6560-GRAVAR-TRAILER THRU 6560-EXIT
022808         CLOSE DELTA-FILE
022809         IF WS-ANTERIOR-ESTOURO > ZERO
022810             DISPLAY "*** EXTRATO ANTERIOR EXCEDE A TABELA - "
022811                 "DELTA INCOMPLETO - RETURN-CODE 8 ***"
022812             MOVE 8 TO RETURN-CODE
022813         END-IF
022814     END-IF.
022815
022816 6500-EXIT.
022817     EXIT.
022818*-----------------------------------------------------------------
022819* 6510-CARREGAR-ANTERIOR
022820* LOADS THE PRIOR CYCLE'S EXTRACT INTO THE COMPARE TABLE.  A
022821* MISSING FILE JUST MEANS NO PRIOR CYCLE - EVERY CURRENT LINE
022822* WILL CLASSIFY AS AN ADD.
022823*-----------------------------------------------------------------
022824 6510-CARREGAR-ANTERIOR.
022825
022826     MOVE "N" TO WS-FIM-ANTERIOR-SW
022827     MOVE "S" TO WS-PRIMEIRA-LINHA-SW
022828     OPEN INPUT PRIOR-EXTRACT-FILE
022829     IF WS-STATUS-EXTANT NOT = "00"
022830         DISPLAY "*** AGEEXTRP AUSENTE - O DELTA TRATA TODO O "
022831             "EXTRATO COMO INCLUSAO ***"
022832     ELSE
022833         PERFORM 6515-LER-ANTERIOR THRU 6515-EXIT
022834             UNTIL FIM-ANTERIOR
022835         CLOSE PRIOR-EXTRACT-FILE
022836     END-IF.
022837
022838 6510-EXIT.
022839     EXIT.
022840*-----------------------------------------------------------------
022841* 6515-LER-ANTERIOR
022842* LOADS ONE PRIOR-EXTRACT LINE, SKIPPING THE COLUMN-NAME HEADER.
022843*-----------------------------------------------------------------
022844 6515-LER-ANTERIOR.
022845
022846     READ PRIOR-EXTRACT-FILE
022847         AT END SET FIM-ANTERIOR TO TRUE
022848         NOT AT END
022849             IF WS-PRIMEIRA-LINHA-SW = "S" AND
022850                PRIOR-EXTRACT-RECORD (1:3) = "ID,"
022851                 MOVE "N" TO WS-PRIMEIRA-LINHA-SW
022852             ELSE
022853                 MOVE "N" TO WS-PRIMEIRA-LINHA-SW
022854                 IF WS-QTD-ANTERIOR < 9999
022855                     ADD 1 TO WS-QTD-ANTERIOR
022856                     MOVE SPACES TO WS-DELTA-ID
022857                     UNSTRING PRIOR-EXTRACT-RECORD
022858                         DELIMITED BY ","
022859                         INTO WS-DELTA-ID
022860                     END-UNSTRING
022861                     MOVE WS-DELTA-ID
022862                         TO WS-ANT-ID (WS-QTD-ANTERIOR)
022863                     MOVE PRIOR-EXTRACT-RECORD
022864                         TO WS-ANT-LINHA (WS-QTD-ANTERIOR)
022865                     MOVE "N"
022866                         TO WS-ANT-CASADO (WS-QTD-ANTERIOR)
022867                 ELSE
022868                     ADD 1 TO WS-ANTERIOR-ESTOURO
022869                 END-IF
022870             END-IF
022871     END-READ.
022872
022873 6515-EXIT.
022874     EXIT.
022875*-----------------------------------------------------------------
022876* 6520-COMPARAR-ATUAL
022877* RE-READS THE EXTRACT JUST WRITTEN AND CLASSIFIES EVERY DATA
022878* LINE AGAINST THE PRIOR TABLE.
022879*-----------------------------------------------------------------
022880 6520-COMPARAR-ATUAL.
022881
022882     MOVE "N" TO WS-FIM-ATUAL-SW
022883     MOVE "S" TO WS-PRIMEIRA-LINHA-SW
022884     OPEN INPUT EXTRACT-FILE
022885     IF WS-STATUS-AGEEXTR NOT = "00"
022886         DISPLAY "*** ERRO AO REABRIR AGEEXTR - FILE STATUS "
022887             WS-STATUS-AGEEXTR " - DELTA INCOMPLETO - "
022888             "RETURN-CODE 8 ***"
022889         MOVE 8 TO RETURN-CODE
022890     ELSE
022891         PERFORM 6525-LER-ATUAL THRU 6525-EXIT
022892             UNTIL FIM-ATUAL
022893         CLOSE EXTRACT-FILE
022894     END-IF.
022895
022896 6520-EXIT.
022897     EXIT.
022898*-----------------------------------------------------------------
022899* 6525-LER-ATUAL
022900*-----------------------------------------------------------------
022901 6525-LER-ATUAL.
022902
022903     READ EXTRACT-FILE
022904         AT END SET FIM-ATUAL TO TRUE
022905         NOT AT END
022906             IF WS-PRIMEIRA-LINHA-SW = "S" AND
022907                EXTRACT-RECORD (1:3) = "ID,"
022908                 MOVE "N" TO WS-PRIMEIRA-LINHA-SW
022909             ELSE
022910                 MOVE "N" TO WS-PRIMEIRA-LINHA-SW
022911                 MOVE EXTRACT-RECORD TO WS-LINHA-ATUAL
022912                 PERFORM 6530-CLASSIFICAR-ATUAL THRU 6530-EXIT
022913             END-IF
022914     END-READ.
022915
022916 6525-EXIT.
022917     EXIT.
022918*-----------------------------------------------------------------
022919* 6530-CLASSIFICAR-ATUAL
022920* ONE CURRENT LINE - AN ADD WHEN ITS ID IS NOT IN THE PRIOR
022921* EXTRACT, A CHANGE WHEN IT IS BUT THE NAME, BIRTH DATE OR
022922* STATUS DIFFERS, SILENT OTHERWISE.  EITHER WAY A MATCHED PRIOR
022923* ROW IS MARKED SO THE LEFTOVERS READ OUT AS DROPS.
022924*-----------------------------------------------------------------
022925 6530-CLASSIFICAR-ATUAL.
022926
022927     MOVE SPACES TO WS-DELTA-ID
022928     UNSTRING WS-LINHA-ATUAL DELIMITED BY ","
022929         INTO WS-DELTA-ID
022930     END-UNSTRING
022931
022932     MOVE "N" TO WS-ACHOU-ANTERIOR-SW
022933     MOVE 1   TO WS-IND-ANTERIOR
022934     PERFORM 6535-PROCURAR-ANTERIOR THRU 6535-EXIT
022935         UNTIL ACHOU-ANTERIOR OR
022936               WS-IND-ANTERIOR > WS-QTD-ANTERIOR
022937
022938     IF NOT ACHOU-ANTERIOR
022939         ADD 1 TO WS-DELTA-INCLUSOES
022940         MOVE SPACES TO DELTA-RECORD
022941         STRING "A,"                      DELIMITED BY SIZE
022942             FUNCTION TRIM(WS-LINHA-ATUAL) DELIMITED BY SIZE
022943             INTO DELTA-RECORD
022944         END-STRING
022945         WRITE DELTA-RECORD
022946     ELSE
022947         MOVE "S" TO WS-ANT-CASADO (WS-IND-ANTERIOR)
022948         PERFORM 6532-VERIFICAR-MUDANCA THRU 6532-EXIT
022949         IF PAR-MUDOU
022950             ADD 1 TO WS-DELTA-ALTERACOES
022951             PERFORM 6540-GRAVAR-MUDANCA THRU 6540-EXIT
022952         END-IF
022953     END-IF.
022954
022955 6530-EXIT.
022956     EXIT.
022957*-----------------------------------------------------------------
022958* 6532-VERIFICAR-MUDANCA
022959* DECIDES WHETHER A MATCHED PAIR REALLY CHANGED.  THE AGE FIELD
022960* IS DELIBERATELY LEFT OUT OF THE TEST - THE BATCH RECOMPUTES
022961* IT AS OF EVERY RUN DATE, SO EVERY LIVING PERSON'S LINE MOVES
022962* BY IT NIGHTLY AND A DELTA THAT KEYED ON IT WOULD CARRY THE
022963* WHOLE POPULATION, WHICH IS THE RELOAD PROBLEM THE DELTA
022964* EXISTS TO ELIMINATE.  A REAL BIRTH-DATE CORRECTION STILL
022965* SURFACES THROUGH NASC, A STATUS FLIP THROUGH SIT, A CPF
022966* CORRECTION THROUGH CPF.  LEAVES THE DELIMITED FIELDS OF BOTH
022967* LINES FOR 6540'S CHANGE NOTE.
022968*-----------------------------------------------------------------
022969 6532-VERIFICAR-MUDANCA.
022970
022971     MOVE SPACES TO WS-CAMPOS-EXT-A
022972     MOVE SPACES TO WS-CAMPOS-EXT-B
022973     UNSTRING WS-LINHA-ATUAL DELIMITED BY ","
022974         INTO WS-EXA-ID WS-EXA-NOME WS-EXA-NASC
022975              WS-EXA-IDADE WS-EXA-SIT WS-EXA-CPF
022976     END-UNSTRING
022977     UNSTRING WS-ANT-LINHA (WS-IND-ANTERIOR) DELIMITED BY ","
022978         INTO WS-EXB-ID WS-EXB-NOME WS-EXB-NASC
022979              WS-EXB-IDADE WS-EXB-SIT WS-EXB-CPF
022980     END-UNSTRING
022981
022982     IF WS-EXA-NOME = WS-EXB-NOME AND
022983        WS-EXA-NASC = WS-EXB-NASC AND
022984        WS-EXA-SIT  = WS-EXB-SIT  AND
022985        WS-EXA-CPF  = WS-EXB-CPF
022986         MOVE "N" TO WS-PAR-MUDOU-SW
022987     ELSE
022988         MOVE "S" TO WS-PAR-MUDOU-SW
022989     END-IF.
022990
022991 6532-EXIT.
022992     EXIT.
022993*-----------------------------------------------------------------
022994* 6535-PROCURAR-ANTERIOR
022995* ONE STEP OF THE SERIAL SEARCH THROUGH THE PRIOR TABLE.
022996*-----------------------------------------------------------------
022997 6535-PROCURAR-ANTERIOR.
022998
022999     IF WS-ANT-ID (WS-IND-ANTERIOR) = WS-DELTA-ID
023000         MOVE "S" TO WS-ACHOU-ANTERIOR-SW
023001     ELSE
023002         ADD 1 TO WS-IND-ANTERIOR
023003     END-IF.
023004
023005 6535-EXIT.
023006     EXIT.
023007*-----------------------------------------------------------------
023008* 6540-GRAVAR-MUDANCA
023009* WRITES ONE "C" LINE - THE CURRENT LINE PLUS A NOTE SAYING
023010* WHICH FIELDS CHANGED, FROM THE DELIMITED FIELDS 6532 LEFT.
023011* THE AGE FIELD IS NOT NOTED, FOR THE SAME REASON 6532 DOES NOT
023012* TEST IT.
023013*-----------------------------------------------------------------
023014 6540-GRAVAR-MUDANCA.
023015
023016     MOVE SPACES TO WS-NOTA-MUDANCA
023017     MOVE 1 TO WS-PONTEIRO
023018     STRING "MUDOU:" DELIMITED BY SIZE
023019         INTO WS-NOTA-MUDANCA WITH POINTER WS-PONTEIRO
023020     END-STRING
023021     IF WS-EXA-NOME NOT = WS-EXB-NOME
023022         STRING " NOME" DELIMITED BY SIZE
023023             INTO WS-NOTA-MUDANCA WITH POINTER WS-PONTEIRO
023024         END-STRING
023025     END-IF
023026     IF WS-EXA-NASC NOT = WS-EXB-NASC
023027         STRING " NASC" DELIMITED BY SIZE
023028             INTO WS-NOTA-MUDANCA WITH POINTER WS-PONTEIRO
023029         END-STRING
023030     END-IF
023031     IF WS-EXA-SIT NOT = WS-EXB-SIT
023032         STRING " SIT" DELIMITED BY SIZE
023033             INTO WS-NOTA-MUDANCA WITH POINTER WS-PONTEIRO
023034         END-STRING
023035     END-IF
023036     IF WS-EXA-CPF NOT = WS-EXB-CPF
023037         STRING " CPF" DELIMITED BY SIZE
023038             INTO WS-NOTA-MUDANCA WITH POINTER WS-PONTEIRO
023039         END-STRING
023040     END-IF
023041
023042     MOVE SPACES TO DELTA-RECORD
023043     STRING "C,"                          DELIMITED BY SIZE
023044         FUNCTION TRIM(WS-LINHA-ATUAL)    DELIMITED BY SIZE
023045         ","                              DELIMITED BY SIZE
023046         FUNCTION TRIM(WS-NOTA-MUDANCA)   DELIMITED BY SIZE
023047         INTO DELTA-RECORD
023048     END-STRING
023049     WRITE DELTA-RECORD.
023050
023051 6540-EXIT.
023052     EXIT.
023053*-----------------------------------------------------------------
023054* 6550-GRAVAR-EXCLUSOES
023055* EVERY PRIOR LINE LEFT UNMATCHED IS AN ID THE NEW EXTRACT
023056* DROPPED.
023057*-----------------------------------------------------------------
023058 6550-GRAVAR-EXCLUSOES.
023059
023060     MOVE 1 TO WS-IND-ANTERIOR
023061     PERFORM 6555-VERIFICAR-EXCLUSAO THRU 6555-EXIT
023062         UNTIL WS-IND-ANTERIOR > WS-QTD-ANTERIOR.
023063
023064 6550-EXIT.
023065     EXIT.
023066*-----------------------------------------------------------------
023067* 6555-VERIFICAR-EXCLUSAO
023068*-----------------------------------------------------------------
023069 6555-VERIFICAR-EXCLUSAO.
023070
023071     IF WS-ANT-CASADO (WS-IND-ANTERIOR) NOT = "S"
023072         ADD 1 TO WS-DELTA-EXCLUSOES
023073         MOVE SPACES TO DELTA-RECORD
023074         STRING "D,"                      DELIMITED BY SIZE
023075             FUNCTION TRIM(WS-ANT-LINHA (WS-IND-ANTERIOR))
023076                                          DELIMITED BY SIZE
023077             INTO DELTA-RECORD
023078         END-STRING
023079         WRITE DELTA-RECORD
023080     END-IF
023081     ADD 1 TO WS-IND-ANTERIOR.
023082
023083 6555-EXIT.
023084     EXIT.
023085*-----------------------------------------------------------------
023086* 6560-GRAVAR-TRAILER
023087* THE "T" CONTROL TRAILER - THE THREE ACTION COUNTS, ZERO
023088* PADDED, SO THE DOWNSTREAM LOAD CAN PROVE IT RECEIVED THE
023089* WHOLE DELTA.
023090*-----------------------------------------------------------------
023091 6560-GRAVAR-TRAILER.
023092
023093     MOVE SPACES TO DELTA-RECORD
023094     STRING "T,"                 DELIMITED BY SIZE
023095         WS-DELTA-INCLUSOES      DELIMITED BY SIZE
023096         ","                     DELIMITED BY SIZE
023097         WS-DELTA-ALTERACOES     DELIMITED BY SIZE
023098         ","                     DELIMITED BY SIZE
023099         WS-DELTA-EXCLUSOES      DELIMITED BY SIZE
023100         INTO DELTA-RECORD
023101     END-STRING
023102     WRITE DELTA-RECORD.
023103
023104 6560-EXIT.
023105     EXIT.
023106*-----------------------------------------------------------------
023107* 7000-PROCESSAR-MARCOS
023108* DRIVES THE MILESTONE LOOK-AHEAD RUN.  THE OPERATOR GIVES THE
023109* WINDOW IN DAYS AND THE MILESTONE STEP (E.G. 10000 TO FLAG THE
023110* 10000/20000/... DAY CROSSINGS), THE ROSTER OR MASTER IS
023111* SCANNED WITH THE SAME EDITING AS THE BATCH RUN, AND EVERY
023112* BIRTHDAY OR MILESTONE CROSSING THAT LANDS INSIDE THE WINDOW
023113* IS REPORTED WITH ITS EXACT CALENDAR DATE.
023114*-----------------------------------------------------------------
023115 7000-PROCESSAR-MARCOS.
023116
023117     DISPLAY "JANELA DE PESQUISA EM DIAS? "
023118     ACCEPT WS-JANELA-DIAS
023119     DISPLAY "VALOR DO MARCO EM DIAS (EX. 10000)? "
023120     ACCEPT WS-MARCO-VALOR
023121
023122     IF WS-JANELA-DIAS NOT NUMERIC OR WS-JANELA-DIAS = ZERO OR
023123        WS-MARCO-VALOR NOT NUMERIC OR WS-MARCO-VALOR = ZERO
023124         DISPLAY "*** JANELA OU MARCO INVALIDO - PESQUISA "
023125             "CANCELADA ***"
023126     ELSE
023127         MOVE "N" TO WS-FIM-ROSTER
023128         IF FONTE-MASTER
023129             OPEN INPUT PERSON-MASTER-FILE
023130             MOVE WS-STATUS-MASTER TO WS-STATUS-ROSTER
023131         ELSE
023132             OPEN INPUT ROSTER-FILE
023133         END-IF
023134         OPEN OUTPUT MILESTONE-REPORT-FILE
023135         IF WS-STATUS-ROSTER  NOT = "00" OR
023136            WS-STATUS-MILERPT NOT = "00"
023137             DISPLAY "*** ERRO AO ABRIR OS ARQUIVOS DA "
023138                 "PESQUISA - PESQUISA CANCELADA ***"
023139         ELSE
023140             MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
023141             COMPUTE WS-DIA-HOJE =
023142                 FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
023143             MOVE ZERO TO WS-NUMERO-PAGINA
023144             PERFORM 7500-IMPRIMIR-CABECALHO-MARCO THRU 7500-EXIT
023145             PERFORM 5210-LER-ROSTER THRU 5210-EXIT
023146             PERFORM 7100-AVALIAR-REGISTRO THRU 7100-EXIT
023147                 UNTIL FIM-ROSTER
023148             PERFORM 7600-IMPRIMIR-RODAPE-MARCO THRU 7600-EXIT
023149         END-IF
023150         IF FONTE-MASTER
023151             CLOSE PERSON-MASTER-FILE
023152         ELSE
023153             CLOSE ROSTER-FILE
023154         END-IF
023155         CLOSE MILESTONE-REPORT-FILE
023156     END-IF.
023157
023158 7000-EXIT.
023159     EXIT.
023160*-----------------------------------------------------------------
023161* 7100-AVALIAR-REGISTRO
023162* RUNS ONE ROSTER RECORD THROUGH THE USUAL DATE EDITING AND,
023163* WHEN IT PASSES, LOOKS AHEAD FOR ITS NEXT BIRTHDAY AND ITS
023164* NEXT MILESTONE CROSSING.  A RECORD THAT FAILS EDITING IS
023165* COUNTED AND SKIPPED - THE BATCH RUN IS WHERE EXCEPTIONS ARE
023166* WORKED, NOT THE LOOK-AHEAD SCAN.
023167*-----------------------------------------------------------------
023168 7100-AVALIAR-REGISTRO.
023169
023170     ADD 1 TO WS-TOTAL-AVALIADOS
023171     MOVE WS-LOTE-ID         TO PR-ID
023172     MOVE WS-LOTE-NOME       TO PR-NOME
023173     MOVE WS-LOTE-SITUACAO   TO PR-SITUACAO
023174     IF WS-LOTE-DATA-OBITO IS NUMERIC
023175         MOVE WS-LOTE-DATA-OBITO TO PR-DATA-OBITO
023176     ELSE
023177         MOVE ZERO TO PR-DATA-OBITO
023178     END-IF
023179
023180*    THE LOOK-AHEAD IS FOR PEOPLE WITH EVENTS STILL AHEAD OF
023181*    THEM - A DECEASED OR INACTIVE PERSON MUST NEVER APPEAR IN
023182*    AN UPCOMING-BIRTHDAYS LIST, SO THEY ARE SKIPPED HERE AND
023183*    COUNTED WITH THE IGNORED RECORDS.
023184     IF NOT PR-SIT-ATIVO
023185         ADD 1 TO WS-TOTAL-IGNORADOS
023186     ELSE
023187         MOVE WS-LOTE-DATA-NASC  TO WS-DATA-ENTRADA
023188         PERFORM 2300-CHAMAR-AGECALC THRU 2300-EXIT
023189
023190         IF DATA-VALIDA
023191             PERFORM 3100-GRAVAR-AUDITORIA THRU 3100-EXIT
023192             MOVE PR-DATA-NASCIMENTO (5:2) TO WS-MES-NASC
023193             MOVE PR-DATA-NASCIMENTO (7:2) TO WS-DIA-NASC
023194         END-IF
023195
023196         IF DATA-VALIDA
023197             PERFORM 7200-VERIFICAR-ANIVERSARIO THRU 7200-EXIT
023198             PERFORM 7300-VERIFICAR-MARCO THRU 7300-EXIT
023199         ELSE
023200             ADD 1 TO WS-TOTAL-IGNORADOS
023201         END-IF
023202     END-IF
023203
023204     PERFORM 5210-LER-ROSTER THRU 5210-EXIT.
023205
023206 7100-EXIT.
023207     EXIT.
023208*-----------------------------------------------------------------
023209* 7200-VERIFICAR-ANIVERSARIO
023210* PROJECTS THE NEXT BIRTHDAY - THE BIRTH MONTH AND DAY IN THE
023211* CURRENT YEAR, PUSHED TO NEXT YEAR IF ALREADY PAST - AND
023212* REPORTS IT IF IT LANDS INSIDE THE WINDOW.  THE CALLER LEFT
023213* THE BIRTH MONTH/DAY IN WS-MES-NASC/WS-DIA-NASC AND THE SCAN
023214* SET TODAY'S LILIAN DAY IN WS-DIA-HOJE AT STARTUP.  A 29
023215* FEBRUARY BIRTHDAY IS KEPT ON 28 FEBRUARY IN A COMMON YEAR.
023216*-----------------------------------------------------------------
023217 7200-VERIFICAR-ANIVERSARIO.
023218
023219     MOVE WS-DATA-HOJE (1:4) TO WS-ANO-ALVO
023220     PERFORM 7250-MONTAR-DATA-ALVO THRU 7250-EXIT
023221
023222     IF WS-DIA-ALVO <= WS-DIA-HOJE
023223         ADD 1 TO WS-ANO-ALVO
023224         PERFORM 7250-MONTAR-DATA-ALVO THRU 7250-EXIT
023225     END-IF
023226
023227     COMPUTE WS-DIAS-ATE = WS-DIA-ALVO - WS-DIA-HOJE
023228     IF WS-DIAS-ATE <= WS-JANELA-DIAS
023229         MOVE "ANIVERSARIO" TO WS-TEXTO-EVENTO
023230         PERFORM 7400-GRAVAR-EVENTO THRU 7400-EXIT
023231     END-IF.
023232
023233 7200-EXIT.
023234     EXIT.
023235*-----------------------------------------------------------------
023236* 7250-MONTAR-DATA-ALVO
023237* BUILDS THE BIRTHDAY DATE IN WS-ANO-ALVO AND ITS LILIAN DAY
023238* NUMBER, SLIDING 29 FEBRUARY BACK TO 28 WHEN THAT YEAR HAS NO
023239* LEAP DAY.
023240*-----------------------------------------------------------------
023241 7250-MONTAR-DATA-ALVO.
023242
023243     MOVE WS-DIA-NASC TO WS-DIA-NASC-ALVO
023244     IF WS-MES-NASC = 2 AND WS-DIA-NASC = 29
023245         IF FUNCTION MOD (WS-ANO-ALVO, 4) NOT = 0 OR
023246            (FUNCTION MOD (WS-ANO-ALVO, 100) = 0 AND
023247             FUNCTION MOD (WS-ANO-ALVO, 400) NOT = 0)
023248             MOVE 28 TO WS-DIA-NASC-ALVO
023249         END-IF
023250     END-IF
023251
023252     COMPUTE WS-DATA-ALVO = WS-ANO-ALVO * 10000
023253         + WS-MES-NASC * 100 + WS-DIA-NASC-ALVO
023254     COMPUTE WS-DIA-ALVO =
023255         FUNCTION INTEGER-OF-DATE (WS-DATA-ALVO).
023256
023257 7250-EXIT.
023258     EXIT.
023259*-----------------------------------------------------------------
023260* 7300-VERIFICAR-MARCO
023261* FINDS THE NEXT MULTIPLE OF THE MILESTONE STEP ABOVE THE AGE
023262* JUST COMPUTED AND, IF IT IS CROSSED INSIDE THE WINDOW,
023263* PROJECTS THE EXACT DATE BY ADDING THE REMAINING DAYS TO
023264* TODAY'S LILIAN DAY NUMBER.
023265*-----------------------------------------------------------------
023266 7300-VERIFICAR-MARCO.
023267
023268     COMPUTE WS-PROX-MARCO =
023269         PR-IDADE-DIAS / WS-MARCO-VALOR
023270     COMPUTE WS-PROX-MARCO =
023271         (WS-PROX-MARCO + 1) * WS-MARCO-VALOR
023272     COMPUTE WS-DIAS-ATE = WS-PROX-MARCO - PR-IDADE-DIAS
023273
023274     IF WS-DIAS-ATE <= WS-JANELA-DIAS
023275         COMPUTE WS-DIA-ALVO = WS-DIA-HOJE + WS-DIAS-ATE
023276         COMPUTE WS-DATA-ALVO =
023277             FUNCTION DATE-OF-INTEGER (WS-DIA-ALVO)
023278         MOVE WS-PROX-MARCO TO WS-MARCO-EDITADO
023279         MOVE SPACES TO WS-TEXTO-EVENTO
023280         STRING "MARCO " DELIMITED BY SIZE
023281             WS-MARCO-EDITADO DELIMITED BY SIZE
023282             INTO WS-TEXTO-EVENTO
023283         END-STRING
023284         PERFORM 7400-GRAVAR-EVENTO THRU 7400-EXIT
023285     END-IF.
023286
023287 7300-EXIT.
023288     EXIT.
023289*-----------------------------------------------------------------
023290* 7400-GRAVAR-EVENTO
023291* PRINTS ONE LOOK-AHEAD EVENT - WHO, WHICH EVENT, THE EXACT
023292* CALENDAR DATE IT LANDS ON AND IN HOW MANY DAYS - BREAKING TO
023293* A NEW PAGE WHEN THE PAGE IS FULL.
023294*-----------------------------------------------------------------
023295 7400-GRAVAR-EVENTO.
023296
023297     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
023298         PERFORM 7500-IMPRIMIR-CABECALHO-MARCO THRU 7500-EXIT
023299     END-IF
023300
023301     MOVE WS-DIAS-ATE TO WS-DIAS-ATE-EDITADO
023302     MOVE SPACES TO WS-LINHA-RELATORIO
023303     STRING PR-ID                  DELIMITED BY SIZE
023304         "  "                      DELIMITED BY SIZE
023305         PR-NOME                   DELIMITED BY SIZE
023306         "  "                      DELIMITED BY SIZE
023307         WS-TEXTO-EVENTO           DELIMITED BY SIZE
023308         " EM "                    DELIMITED BY SIZE
023309         WS-DATA-ALVO (7:2)        DELIMITED BY SIZE
023310         "/"                       DELIMITED BY SIZE
023311         WS-DATA-ALVO (5:2)        DELIMITED BY SIZE
023312         "/"                       DELIMITED BY SIZE
023313         WS-DATA-ALVO (1:4)        DELIMITED BY SIZE
023314         " ("                      DELIMITED BY SIZE
023315         WS-DIAS-ATE-EDITADO       DELIMITED BY SIZE
023316         " DIAS)"                  DELIMITED BY SIZE
023317         INTO WS-LINHA-RELATORIO
023318     END-STRING
023319     WRITE MILESTONE-REPORT-RECORD FROM WS-LINHA-RELATORIO
023320     ADD 1 TO WS-CONTADOR-LINHAS
023321     ADD 1 TO WS-TOTAL-EVENTOS.
023322
023323 7400-EXIT.
023324     EXIT.
023325*-----------------------------------------------------------------
023326* 7500-IMPRIMIR-CABECALHO-MARCO
023327* STARTS A NEW LOOK-AHEAD REPORT PAGE, ECHOING THE WINDOW AND
023328* THE MILESTONE STEP THE SCAN IS USING.
023329*-----------------------------------------------------------------
023330 7500-IMPRIMIR-CABECALHO-MARCO.
023331
023332     ADD 1  TO WS-NUMERO-PAGINA
023333     MOVE ZERO TO WS-CONTADOR-LINHAS
023334
023335     MOVE SPACES TO WS-LINHA-RELATORIO
023336     STRING "EVENTOS NOS PROXIMOS " DELIMITED BY SIZE
023337         WS-JANELA-DIAS            DELIMITED BY SIZE
023338         " DIAS - MARCO DE "       DELIMITED BY SIZE
023339         WS-MARCO-VALOR            DELIMITED BY SIZE
023340         " DIAS - PAGINA: "        DELIMITED BY SIZE
023341         WS-NUMERO-PAGINA          DELIMITED BY SIZE
023342         INTO WS-LINHA-RELATORIO
023343     END-STRING
023344     WRITE MILESTONE-REPORT-RECORD FROM WS-LINHA-RELATORIO
023345
023346     MOVE SPACES TO WS-LINHA-RELATORIO
023347     WRITE MILESTONE-REPORT-RECORD FROM WS-LINHA-RELATORIO.
023348
023349 7500-EXIT.
023350     EXIT.
023351*-----------------------------------------------------------------
023352* 7600-IMPRIMIR-RODAPE-MARCO
023353* WRITES THE LOOK-AHEAD CONTROL TOTALS - RECORDS EXAMINED,
023354* EVENTS REPORTED AND RECORDS SKIPPED BY EDITING.
023355*-----------------------------------------------------------------
023356 7600-IMPRIMIR-RODAPE-MARCO.
023357
023358     MOVE SPACES TO WS-LINHA-RELATORIO
023359     WRITE MILESTONE-REPORT-RECORD FROM WS-LINHA-RELATORIO
023360
023361     MOVE WS-TOTAL-AVALIADOS TO WS-TOTAL-EDITADO
023362     MOVE SPACES TO WS-LINHA-RELATORIO
023363     STRING "*** REGISTROS EXAMINADOS: " DELIMITED BY SIZE
023364         WS-TOTAL-EDITADO " ***"         DELIMITED BY SIZE
023365         INTO WS-LINHA-RELATORIO
023366     END-STRING
023367     WRITE MILESTONE-REPORT-RECORD FROM WS-LINHA-RELATORIO
023368
023369     MOVE WS-TOTAL-EVENTOS TO WS-TOTAL-EDITADO
023370     MOVE SPACES TO WS-LINHA-RELATORIO
023371     STRING "*** EVENTOS REPORTADOS  : " DELIMITED BY SIZE
023372         WS-TOTAL-EDITADO " ***"         DELIMITED BY SIZE
023373         INTO WS-LINHA-RELATORIO
023374     END-STRING
023375     WRITE MILESTONE-REPORT-RECORD FROM WS-LINHA-RELATORIO
023376
023377     MOVE WS-TOTAL-IGNORADOS TO WS-TOTAL-EDITADO
023378     MOVE SPACES TO WS-LINHA-RELATORIO
023379     STRING "*** REGISTROS IGNORADOS : " DELIMITED BY SIZE
023380         WS-TOTAL-EDITADO " ***"         DELIMITED BY SIZE
023381         INTO WS-LINHA-RELATORIO
023382     END-STRING
023383     WRITE MILESTONE-REPORT-RECORD FROM WS-LINHA-RELATORIO.
023384
023385 7600-EXIT.
023386     EXIT.
023387*-----------------------------------------------------------------
023388* 8000-PROCESSAR-RECICLO
023389* DRIVES THE EXCEPTION RECYCLE RUN.  THE PRIOR CYCLE'S
023390* EXCEPTION FILE COMES BACK IN AS SUSPENSE (SUSPIN) ALONGSIDE
023391* THE CORRECTIONS FILE OF REPAIRED BIRTH DATES KEYED BY ID.
023392* EVERY CORRECTED RECORD IS RE-EDITED AND RE-AGED THROUGH THE
023393* SAME AGECALC CALL AS THE MAIN RUN (PINNED TO THE RUNPARM
023394* AS-OF DATE WHEN ONE IS GIVEN); THE NOW-GOOD ONES ARE APPENDED
023395* TO THE REPORT AND THE EXTRACT AS A SUPPLEMENTAL SECTION WITH
023396* ITS OWN CONTROL TOTALS, AND STILL-BAD OR UNCORRECTED RECORDS
023397* GO BACK OUT IN SUSPENSE WITH THEIR CYCLE COUNTER STEPPED UP.
023398*-----------------------------------------------------------------
023399 8000-PROCESSAR-RECICLO.
023400
023401     PERFORM 5010-LER-PARAMETROS THRU 5010-EXIT
023402     IF NOT PARM-VALIDO
023403         DISPLAY "*** PARAMETROS INVALIDOS - RECICLO "
023404             "CANCELADO - RETURN-CODE 8 ***"
023405         MOVE 8 TO RETURN-CODE
023406     ELSE
023407         PERFORM 8005-EXECUTAR-RECICLO THRU 8005-EXIT
023408     END-IF.
023409
023410
023411 8000-EXIT.
023412     EXIT.
023413*-----------------------------------------------------------------
023414* 8005-EXECUTAR-RECICLO
023415* THE RECYCLE RUN PROPER, ONCE THE RUN PARAMETERS HAVE PASSED
023416* EDITING - PIN THE AS-OF DATE, OPEN THE FILES AND WORK THE
023417* SUSPENSE.
023418*-----------------------------------------------------------------
023419 8005-EXECUTAR-RECICLO.
023420
023421     IF WS-DATA-BASE NOT = ZERO
023422         MOVE WS-DATA-BASE TO WS-DATA-HOJE
023423     ELSE
023424         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
023425     END-IF
023426
023427     OPEN INPUT SUSPENSE-IN-FILE
023428     IF WS-STATUS-SUSPIN NOT = "00"
023429         DISPLAY "*** ERRO AO ABRIR SUSPIN - FILE STATUS "
023430             WS-STATUS-SUSPIN " - RECICLO CANCELADO - "
023431             "RETURN-CODE 8 ***"
023432         MOVE 8 TO RETURN-CODE
023433     ELSE
023434         PERFORM 8100-CARREGAR-CORRECOES THRU 8100-EXIT
023435
023436         OPEN EXTEND AGE-REPORT-FILE
023437         OPEN EXTEND EXTRACT-FILE
023438         OPEN OUTPUT EXCEPTION-FILE
023439         IF WS-STATUS-AGERPT  NOT = "00" OR
023440            WS-STATUS-AGEEXTR NOT = "00" OR
023441            WS-STATUS-EXCPRPT NOT = "00"
023442             DISPLAY "*** ERRO AO ABRIR AS SAIDAS DO RECICLO "
023443                 "- RECICLO CANCELADO - RETURN-CODE 8 ***"
023444*            THE NEW SUSPENSE FILE MAY ALREADY BE TRUNCATED BY
023445*            ITS OWN OPEN, SO THE RUN MUST NOT LOOK CLEAN TO
023446*            THE SCHEDULER - A ZERO RETURN CODE HERE WOULD LET
023447*            THE NEXT CYCLE PICK UP AN EMPTIED SUSPENSE CHAIN
023448*            AND EVERY RECORD SITTING IN IT WOULD BE LOST.
023449             MOVE 8 TO RETURN-CODE
023450         ELSE
023451             PERFORM 8250-GRAVAR-CABECALHO-RECICLO THRU 8250-EXIT
023452             MOVE "N" TO WS-FIM-SUSPIN-SW
023453             PERFORM 8150-LER-SUSPENSO THRU 8150-EXIT
023454             PERFORM 8200-PROCESSAR-SUSPENSO THRU 8200-EXIT
023455                 UNTIL FIM-SUSPIN
023456             PERFORM 8400-GRAVAR-TOTAIS-RECICLO THRU 8400-EXIT
023457         END-IF
023458         CLOSE AGE-REPORT-FILE
023459         CLOSE EXTRACT-FILE
023460         CLOSE EXCEPTION-FILE
023461         CLOSE SUSPENSE-IN-FILE
023462     END-IF.
023463
023464 8005-EXIT.
023465     EXIT.
023466*-----------------------------------------------------------------
023467* 8100-CARREGAR-CORRECOES
023468* LOADS THE CORRECTIONS FILE INTO THE LOOKUP TABLE.  A MISSING
023469* FILE JUST MEANS NO CORRECTIONS THIS CYCLE - EVERYTHING IN
023470* SUSPENSE IS CARRIED FORWARD.  AN OVERFLOWING TABLE IS COUNTED
023471* AND REPORTED RATHER THAN SILENTLY DROPPED.
023472*-----------------------------------------------------------------
023473 8100-CARREGAR-CORRECOES.
023474
023475     MOVE ZERO TO WS-QTD-CORRECOES
023476     MOVE "N"  TO WS-FIM-CORRECOES-SW
023477     OPEN INPUT CORRECTIONS-FILE
023478     IF WS-STATUS-CORRFILE = "00"
023479         PERFORM 8110-LER-CORRECAO THRU 8110-EXIT
023480             UNTIL FIM-CORRECOES
023481         CLOSE CORRECTIONS-FILE
023482     ELSE
023483         DISPLAY "*** CORRFILE AUSENTE - NENHUMA CORRECAO "
023484             "NESTE CICLO ***"
023485     END-IF.
023486
023487 8100-EXIT.
023488     EXIT.
023489*-----------------------------------------------------------------
023490* 8110-LER-CORRECAO
023491*-----------------------------------------------------------------
023492 8110-LER-CORRECAO.
023493
023494     READ CORRECTIONS-FILE
023495         AT END SET FIM-CORRECOES TO TRUE
023496         NOT AT END
023497             IF WS-QTD-CORRECOES < 1000
023498                 ADD 1 TO WS-QTD-CORRECOES
023499                 MOVE CR-ID TO WS-COR-ID (WS-QTD-CORRECOES)
023500                 MOVE CR-DATA-NASCIMENTO
023501                     TO WS-COR-DATA (WS-QTD-CORRECOES)
023502             ELSE
023503                 ADD 1 TO WS-CORRECOES-ESTOURO
023504             END-IF
023505     END-READ.
023506
023507 8110-EXIT.
023508     EXIT.
023509*-----------------------------------------------------------------
023510* 8150-LER-SUSPENSO
023511*-----------------------------------------------------------------
023512 8150-LER-SUSPENSO.
023513
023514     READ SUSPENSE-IN-FILE
023515         AT END SET FIM-SUSPIN TO TRUE
023516     END-READ.
023517
023518 8150-EXIT.
023519     EXIT.
023520*-----------------------------------------------------------------
023521* 8200-PROCESSAR-SUSPENSO
023522* HANDLES ONE SUSPENDED RECORD - RE-EDITS IT THROUGH AGECALC
023523* WHEN A CORRECTION CAME IN FOR ITS ID, APPENDS IT TO THE
023524* REPORT AND EXTRACT WHEN IT NOW PASSES, AND OTHERWISE CARRIES
023525* IT FORWARD WITH ITS CYCLE COUNTER STEPPED UP.
023526*-----------------------------------------------------------------
023527 8200-PROCESSAR-SUSPENSO.
023528
023529     ADD 1 TO WS-REC-LIDOS
023530     MOVE SI-ID   TO PR-ID
023531     MOVE SI-NOME TO PR-NOME
023532*    SUSPENSE CARRIES NO STATUS - A RECYCLED RECORD COMES BACK
023533*    ACTIVE, AGED AGAINST THE RUN'S AS-OF DATE.
023534     MOVE "A"     TO PR-SITUACAO
023535     MOVE ZERO    TO PR-DATA-OBITO
023536     MOVE SPACES  TO PR-CPF
023537     IF SI-CICLOS-SUSPENSO IS NUMERIC
023538         MOVE SI-CICLOS-SUSPENSO TO WS-CICLOS-SUSPENSO
023539     ELSE
023540         MOVE ZERO TO WS-CICLOS-SUSPENSO
023541     END-IF
023542
023543     PERFORM 8210-PROCURAR-CORRECAO THRU 8210-EXIT
023544
023545     IF ACHOU-CORRECAO
023546         MOVE WS-COR-DATA (WS-IND-CORRECOES) TO WS-DATA-ENTRADA
023547         PERFORM 2300-CHAMAR-AGECALC THRU 2300-EXIT
023548*        THE SAME DUPLICATE CHECK THE MAIN RUN APPLIES - A
023549*        DUPLICATED BLOCK WHOSE BAD DATES PUT THE SAME ID IN
023550*        SUSPENSE TWICE MUST NOT COME BACK AS TWO REPORTED
023551*        RECORDS ONCE ONE CORRECTION VALIDATES BOTH.
023552         IF DATA-VALIDA
023553             PERFORM 5230-VERIFICAR-DUPLICATA THRU 5230-EXIT
023554             IF ID-DUPLICADO
023555                 MOVE "N" TO WS-DATA-VALIDA-SW
023556                 MOVE "ID DUPLICADO NO LOTE" TO WS-MSG-ERRO
023557             END-IF
023558         END-IF
023561         IF DATA-VALIDA
023562             PERFORM 3100-GRAVAR-AUDITORIA THRU 3100-EXIT
023563             PERFORM 8300-GRAVAR-SUPLEMENTAR THRU 8300-EXIT
