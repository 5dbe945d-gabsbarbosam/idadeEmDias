000100******************************************************************
000200* COPYBOOK:    BENRGREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE BENEFIT ELIGIBILITY RULE (BENEFRGR).  THE
000700*              RULES FILE IS MAINTAINED BY OPERATIONS, ONE LINE
000800*              PER BENEFIT CODE, IN ASCENDING CODE ORDER - THE
000900*              AGE BAND THAT QUALIFIES (IN WHOLE YEARS OR IN
001000*              DAYS) AND THE DATES THE RULE IS IN FORCE.  THE
001100*              NIGHTLY ELIGIBILITY RUN (BENEFELG) EVALUATES
001200*              EVERY PERSON ON THE MASTER AGAINST EVERY RULE.
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*-----------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* 15/10/2026  GB   ORIGINAL VERSION.
001800******************************************************************
001900 01  BENEFIT-RULE-RECORD.
002000     05  BR-CODIGO               PIC X(04).
002100     05  BR-DESCRICAO            PIC X(30).
002200*        A = THE LIMITS ARE WHOLE CALENDAR YEARS OF AGE,
002300*        D = THE LIMITS ARE AGE IN DAYS.
002400     05  BR-UNIDADE              PIC X(01).
002500         88  BR-EM-ANOS           VALUE "A".
002600         88  BR-EM-DIAS           VALUE "D".
002700*        BOTH LIMITS INCLUSIVE.  A MAXIMUM OF ZERO MEANS THE
002800*        BENEFIT HAS NO UPPER AGE LIMIT.
002900     05  BR-IDADE-MINIMA         PIC 9(05).
003000     05  BR-IDADE-MAXIMA         PIC 9(05).
003100*        THE RULE IS IN FORCE FROM THE START DATE (AAAAMMDD)
003200*        THROUGH THE END DATE; AN END DATE OF ZERO MEANS OPEN.
003300     05  BR-VIGENCIA-INICIO      PIC 9(08).
003400     05  BR-VIGENCIA-FIM         PIC 9(08).
003500     05  FILLER                  PIC X(19).
