000100******************************************************************
000200* COPYBOOK:    CALDIAP
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE
000700*              ONE PLACE THE BUSINESS CALENDAR (CALEND) IS
000800*              READ.  THE CALLER GIVES A DATE; CALDIA ANSWERS
000900*              WHAT KIND OF DAY IT IS, WHICH BUSINESS DAY CAME
001000*              BEFORE IT, AND WHETHER THE NIGHT LEADING INTO IT
001100*              CLOSED A MONTH.  THE NIGHTLY CYCLE RUNS IN THE
001200*              SMALL HOURS, SO A RUN ON ONE DAY WORKS FOR THE
001300*              BUSINESS DAY BEFORE IT - THAT DAY IS THE AS-OF
001400*              DATE, AND ITS MONTH-END FLAG MAKES THE NIGHT A
001500*              MONTH-END NIGHT ONLY WHEN IT IS THE DAY JUST
001600*              BEFORE (SO A WEEKEND DOES NOT CLOSE THE MONTH
001700*              TWICE).
001800*-----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*-----------------------------------------------------------------
002100* DATE       INIT  DESCRIPTION
002200* 15/10/2026  GB   ORIGINAL VERSION.
002300******************************************************************
002400 01  CALDIA-PARAMETROS.
002500*        THE DATE ASKED ABOUT (AAAAMMDD).  ZERO MEANS TODAY.
002600     05  CD-DATA                 PIC 9(08).
002700*        OUTPUTS FOR THE DATE ITSELF - ITS KIND (U/F/S, AS IN
002800*        CALREC), ITS DESCRIPTION AND ITS OWN FLAGS.
002900     05  CD-TIPO-DIA             PIC X(01).
003000         88  CD-DIA-UTIL          VALUE "U".
003100     05  CD-DESCRICAO            PIC X(30).
003200     05  CD-FIM-MES              PIC X(01).
003300     05  CD-FIM-TRIMESTRE        PIC X(01).
003400*        THE LAST BUSINESS DAY BEFORE THE DATE - THE AS-OF
003500*        DATE OF A NIGHTLY RUN ON IT.
003600     05  CD-DATA-UTIL-ANTERIOR   PIC 9(08).
003700*        M = THE NIGHT INTO THE DATE CLOSED A MONTH, T = IT
003800*        CLOSED A QUARTER (ALSO A MONTH), N = AN ORDINARY NIGHT.
003900     05  CD-NOITE                PIC X(01).
004000         88  CD-NOITE-FIM-MES     VALUES "M" "T".
004100         88  CD-NOITE-FIM-TRIM    VALUE "T".
004200*        "00" = ANSWERED.  "35" = NO CALENDAR FILE.  "23" = THE
004300*        DATE, OR A BUSINESS DAY BEFORE IT, IS NOT ON THE
004400*        CALENDAR (THE YEAR WAS NEVER BUILT).
004500     05  CD-RETORNO              PIC X(02).
004600         88  CD-OK                VALUE "00".
