002811*                  FINAL RETURN CODE ARE NOW RECORDED ON THE
002812*                  SHARED RUN LOG THROUGH RUNLOGW, SO THE
002813*                  MORNING CYCLE REPORT SEES THIS JOB.
002814* 15/10/2026  GB   THE TRANSACTION NOW CARRIES THE CPF.  AN ADD
002815*                  OR CHANGE WITH A CPF HAS IT EDITED BY THE
002816*                  SHARED CPFVALID SUBPROGRAM AND REJECTED WHEN
002817*                  THE MASTER ALREADY HOLDS IT UNDER ANOTHER
002818*                  PR-ID (ALTERNATE KEY ON PR-CPF); A CHANGE
002819*                  WITH THE CPF BLANK KEEPS THE ONE ON FILE.
002820* 15/10/2026  GB   EVERY AUDIT LINE NOW CARRIES THE PR-ID IT
002821*                  BELONGS TO (AL-ID), SO THE TRAIL CAN BE
002822*                  SEARCHED BY PERSON.
002890******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. PERSUPDT.
003100 AUTHOR. GABRIELA BARBOSA.
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PR-ID
004500         ALTERNATE RECORD KEY IS PR-NOME WITH DUPLICATES
004532         ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES
004600         FILE STATUS IS WS-STATUS-MASTER.
004700     SELECT UPDATE-REPORT-FILE ASSIGN TO "UPDRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
005800* PERSMNT FUNCTIONS) FOLLOWED BY THE PERSON FIELDS.  THE BIRTH
005900* DATE IS RAW TEXT, AS ON THE ROSTER, AND GOES THROUGH THE SAME
006000* NORMALIZATION.  AN "S" TRANSACTION CARRIES THE NEW STATUS AND,
006010* FOR A DECEASED PERSON, THE DATE OF DEATH (AAAAMMDD).  THE CPF
006011* IS OPTIONAL - BLANK ON AN ADD MEANS NOT INFORMED, BLANK ON A
006012* CHANGE MEANS KEEP THE ONE ON FILE.
006100*-----------------------------------------------------------------
006200 FD  TRANS-FILE.
006300 01  TRANS-RECORD.
006700     05  TR-DATA-NASCIMENTO      PIC X(10).
006710     05  TR-SITUACAO             PIC X(01).
006720     05  TR-DATA-OBITO           PIC X(08).
006721     05  TR-CPF                  PIC X(11).
006730*-----------------------------------------------------------------
006740* THE BATCH CONTROL RECORDS SHARE THE SAME RECORD AREA - "H"
006750* CARRIES THE BATCH DATE, "T" THE TRANSACTION COUNT THAT MUST
006790     05  TC-CODIGO               PIC X(01).
006791     05  TC-DATA-LOTE            PIC X(08).
006792     05  TC-CONTAGEM             PIC X(07).
006793     05  FILLER                  PIC X(51).
006800*-----------------------------------------------------------------
006900* PERSON-MASTER-FILE - THE INDEXED PERSON MASTER.  THE SHARED
007000* PERSONREC LAYOUT, COPIED RATHER THAN REINVENTED.
008900     05  AL-DATA-NASCIMENTO      PIC 9(08).
009000     05  FILLER                  PIC X(02) VALUE SPACES.
009100     05  AL-IDADE-DIAS           PIC 9(07).
009200     05  FILLER                  PIC X(12) VALUE SPACES.
009201*        THE PR-ID THE LINE BELONGS TO, SO THE TRAIL CAN BE
009202*        SEARCHED BY PERSON.
009203     05  AL-ID                   PIC X(06).
009204     05  FILLER                  PIC X(14) VALUE SPACES.
009210*-----------------------------------------------------------------
009220* PERSON-HIST-FILE - THE DATED CHANGE HISTORY OF THE MASTER,
009230* SHARED WITH PERSMNT (SEE THE PERSHREC COPYBOOK).  EVERY
011950*-----------------------------------------------------------------
011960     COPY RUNLOGP.
012000*-----------------------------------------------------------------
012005* PARAMETER AREA FOR THE CPFVALID SUBPROGRAM, WHERE THE CPF
012010* CHECK-DIGIT RULE LIVES, AND THE STATE OF THE SEARCH OF THE
012015* MASTER BY CPF FOR THE SAME NUMBER UNDER ANOTHER PR-ID.  THE
012020* SEARCH USES THE MASTER RECORD AREA, SO THE RECORD BEING BUILT
012025* IS HELD IN WS-REGISTRO-CPF WHILE IT RUNS.
012030*-----------------------------------------------------------------
012035     COPY CPFVALP.
012040 77  WS-FIM-CPF-SW               PIC X(01) VALUE "N".
012045     88  FIM-CPF                  VALUE "S".
012050 77  WS-CPF-EM-USO-SW            PIC X(01) VALUE "N".
012055     88  CPF-EM-USO               VALUE "S".
012060 77  WS-STATUS-GUARDADO          PIC X(02) VALUE SPACES.
012065     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
012070         ==WS-REGISTRO-CPF==
012075         LEADING ==PR== BY ==WC==.
012080*-----------------------------------------------------------------
012100* APPLIED AND REJECTED COUNTS BY TRANSACTION TYPE, FOR THE
012200* CONTROL-TOTAL BLOCK AT THE END OF THE ACTIVITY REPORT.
012300*-----------------------------------------------------------------
014500     05  WS-ANTES-NOME           PIC X(30) VALUE SPACES.
014600     05  WS-ANTES-DATA-NASC      PIC 9(08) VALUE ZERO.
014700     05  WS-ANTES-IDADE-DIAS     PIC 9(07) VALUE ZERO.
014710     05  WS-ANTES-CPF            PIC X(11) VALUE SPACES.
014800*-----------------------------------------------------------------
014900* LITERAL COLUMN HEADING LINE FOR THE ACTIVITY REPORT.
015000*-----------------------------------------------------------------
027900     MOVE WS-JOB-ID          TO AL-JOB-ID
028000     MOVE PR-DATA-NASCIMENTO TO AL-DATA-NASCIMENTO
028100     MOVE PR-IDADE-DIAS      TO AL-IDADE-DIAS
028110     MOVE PR-ID              TO AL-ID
028200
028300     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-RAW
028400
030301     MOVE WA-IDADE-DIAS       TO PH-IDADE-DIAS
030301     MOVE WA-SITUACAO         TO PH-SITUACAO
030301     MOVE WA-DATA-OBITO       TO PH-DATA-OBITO
030301     MOVE WA-CPF              TO PH-CPF
030302
030303     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-RAW
030304
034620*        "S" TRANSACTION IS WHERE THE STATUS CHANGES.
034630         MOVE "A"                TO PR-SITUACAO
034640         MOVE ZERO               TO PR-DATA-OBITO
034641         MOVE TR-CPF             TO PR-CPF
034650         MOVE ZERO               TO WS-DATA-REFERENCIA
034700         MOVE TR-DATA-NASCIMENTO TO WS-DATA-ENTRADA
034800         PERFORM 2300-CHAMAR-AGECALC THRU 2300-EXIT
034900         IF DATA-VALIDA
035000             PERFORM 4800-EDITAR-CPF THRU 4800-EXIT
035100         END-IF
035200         IF DATA-VALIDA
035300             WRITE PERSON-RECORD
035400                 INVALID KEY
039000         MOVE PR-NOME            TO WS-ANTES-NOME
039100         MOVE PR-DATA-NASCIMENTO TO WS-ANTES-DATA-NASC
039200         MOVE PR-IDADE-DIAS      TO WS-ANTES-IDADE-DIAS
039205         MOVE PR-CPF             TO WS-ANTES-CPF
039210         MOVE PERSON-RECORD      TO WS-REGISTRO-ANTES
039300         MOVE TR-NOME            TO PR-NOME
039301*        A BLANK CPF ON A CHANGE KEEPS THE ONE ON FILE.
039302         IF TR-CPF NOT = SPACES
039303             MOVE TR-CPF         TO PR-CPF
039304         END-IF
039310*        A DECEASED PERSON'S AGE STAYS PINNED TO THE DATE OF
039320*        DEATH, EVEN WHEN THE RECORD IS CORRECTED LATER.
039330         IF PR-SIT-FALECIDO AND PR-DATA-OBITO IS NUMERIC AND
039380         END-IF
039400         MOVE TR-DATA-NASCIMENTO TO WS-DATA-ENTRADA
039500         PERFORM 2300-CHAMAR-AGECALC THRU 2300-EXIT
039600         IF DATA-VALIDA
039700             PERFORM 4800-EDITAR-CPF THRU 4800-EXIT
039800         END-IF
039900         IF DATA-VALIDA
040000             REWRITE PERSON-RECORD
040100                 INVALID KEY
043200         WS-ANTES-DATA-NASC         DELIMITED BY SIZE
043300         " "                        DELIMITED BY SIZE
043400         WS-IDADE-DIAS-EDITADO      DELIMITED BY SIZE
043410         " "                        DELIMITED BY SIZE
043420         WS-ANTES-CPF               DELIMITED BY SIZE
043500         INTO WS-LINHA-RELATORIO
043600     END-STRING
043700     PERFORM 4650-GRAVAR-LINHA THRU 4650-EXIT
044400         PR-DATA-NASCIMENTO         DELIMITED BY SIZE
044500         " "                        DELIMITED BY SIZE
044600         WS-IDADE-DIAS-EDITADO      DELIMITED BY SIZE
044610         " "                        DELIMITED BY SIZE
044620         PR-CPF                     DELIMITED BY SIZE
044700         INTO WS-LINHA-RELATORIO
044800     END-STRING
044900     PERFORM 4650-GRAVAR-LINHA THRU 4650-EXIT.
054500 4700-EXIT.
054600     EXIT.
054700*-----------------------------------------------------------------
054701* 4800-EDITAR-CPF
054702* EDITS THE TRANSACTION'S CPF, WHEN ONE CAME, BEFORE AN ADD OR
054703* CHANGE REACHES THE MASTER - THE CHECK DIGITS THROUGH CPFVALID,
054704* THEN THE MASTER SEARCHED ON THE CPF ALTERNATE KEY FOR THE SAME
054705* NUMBER UNDER ANOTHER PR-ID.  A FAILURE TURNS DATA-VALIDA OFF
054706* WITH THE REASON IN WS-MSG-ERRO, SO THE CALLER REJECTS THE
054707* TRANSACTION.  THE RECORD BEING BUILT AND THE FILE STATUS ARE
054708* PUT BACK AFTER THE SEARCH, AS THE CALLER LEFT THEM.
054709*-----------------------------------------------------------------
054710 4800-EDITAR-CPF.
054711
054712     IF TR-CPF NOT = SPACES
054713         MOVE TR-CPF TO CV-CPF
054714         CALL "CPFVALID" USING CPFVALID-PARAMETROS
054715         IF NOT CV-OK
054716             MOVE "N"         TO WS-DATA-VALIDA-SW
054717             MOVE CV-MSG-ERRO TO WS-MSG-ERRO
054718         ELSE
054719             MOVE PERSON-RECORD    TO WS-REGISTRO-CPF
054720             MOVE WS-STATUS-MASTER TO WS-STATUS-GUARDADO
054721             MOVE "N" TO WS-CPF-EM-USO-SW
054722             MOVE "N" TO WS-FIM-CPF-SW
054723             MOVE TR-CPF TO PR-CPF
054724             START PERSON-MASTER-FILE KEY IS EQUAL TO PR-CPF
054725                 INVALID KEY SET FIM-CPF TO TRUE
054726             END-START
054727             PERFORM 4810-PROCURAR-CPF THRU 4810-EXIT
054728                 UNTIL FIM-CPF OR CPF-EM-USO
054729             MOVE WS-REGISTRO-CPF    TO PERSON-RECORD
054730             MOVE WS-STATUS-GUARDADO TO WS-STATUS-MASTER
054731             IF CPF-EM-USO
054732                 MOVE "N" TO WS-DATA-VALIDA-SW
054733                 MOVE "CPF JA CADASTRADO EM OUTRO ID"
054734                     TO WS-MSG-ERRO
054735             END-IF
054736         END-IF
054737     END-IF.
054738
054739 4800-EXIT.
054740     EXIT.
054741*-----------------------------------------------------------------
054742* 4810-PROCURAR-CPF
054743* ONE STEP OF THE SEARCH - READS THE NEXT RECORD IN CPF ORDER
054744* AND STOPS AT THE FIRST ONE WITH THIS CPF AND ANOTHER PR-ID, OR
054745* WHEN THE CPF RUNS OUT.
054746*-----------------------------------------------------------------
054747 4810-PROCURAR-CPF.
054748
054749     READ PERSON-MASTER-FILE NEXT
054750         AT END SET FIM-CPF TO TRUE
054751     END-READ
054752
054753     IF NOT FIM-CPF
054754         IF PR-CPF NOT = TR-CPF
054755             SET FIM-CPF TO TRUE
054756         ELSE
054757             IF PR-ID NOT = TR-ID
054758                 SET CPF-EM-USO TO TRUE
054759             END-IF
054760         END-IF
054761     END-IF.
054762
054763 4810-EXIT.
054764     EXIT.
054765*-----------------------------------------------------------------
054800* 5110-IMPRIMIR-CABECALHO
054900* STARTS A NEW REPORT PAGE - TITLE/DATE LINE, BLANK LINE, COLUMN
055000* HEADINGS, BLANK LINE - AND RESETS THE PER-PAGE LINE COUNTER.
