000100******************************************************************
000200* COPYBOOK:    ELEGREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE ENTRY OF THE BENEFIT ELIGIBILITY FILE (ELEGIB)
000700*              - ONE PER PERSON AND BENEFIT CODE, WRITTEN BY THE
000800*              NIGHTLY ELIGIBILITY RUN (BENEFELG) IN PR-ID AND
000900*              BENEFIT-CODE ORDER.  THE PRIOR RUN'S COPY
001000*              (ELEGANT, SAVED BY ELEGSALV AHEAD OF EACH RUN)
001100*              HAS THE SAME LAYOUT AND IS WHAT THE GAINED/LOST
001200*              REPORT IS MEASURED AGAINST.
001300*-----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*-----------------------------------------------------------------
001600* DATE       INIT  DESCRIPTION
001700* 15/10/2026  GB   ORIGINAL VERSION.
001800******************************************************************
001900 01  ELIGIBILITY-RECORD.
002000     05  EL-ID                   PIC X(06).
002100     05  EL-CODIGO               PIC X(04).
002200*        THE AS-OF DATE THE PERSON WAS EVALUATED AGAINST.
002300     05  EL-DATA-BASE            PIC 9(08).
002400*        S = QUALIFIES FOR THE BENEFIT, N = DOES NOT - THE
002500*        REASON IS IN EL-MOTIVO EITHER WAY.
002600     05  EL-ELEGIVEL             PIC X(01).
002700         88  EL-SIM               VALUE "S".
002800         88  EL-NAO               VALUE "N".
002900     05  EL-IDADE-ANOS           PIC 9(03).
003000     05  EL-IDADE-DIAS           PIC 9(07).
003100     05  EL-MOTIVO               PIC X(20).
