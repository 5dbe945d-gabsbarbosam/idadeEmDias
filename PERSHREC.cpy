001800* 03/09/2026  GB   ORIGINAL VERSION.
001810* 03/09/2026  GB   THE IMAGE NOW CARRIES THE PERSON STATUS AND
001820*                  DATE OF DEATH ADDED TO PERSONREC.
001830* 15/10/2026  GB   THE IMAGE NOW CARRIES THE CPF ADDED TO
001840*                  PERSONREC.
001850* 15/10/2026  GB   THE ENTRY NOW CARRIES THE OPERATOR SIGNED ON
001860*                  TO PERSMNT WHEN THE CHANGE WAS MADE (BLANK
001870*                  FOR A BATCH CHANGE, WHICH PH-JOB-ID NAMES).
001900******************************************************************
002000 01  PERSON-HIST-RECORD.
002100     05  PH-TIMESTAMP            PIC X(19).
003600     05  PH-IDADE-DIAS           PIC 9(07).
003700     05  PH-SITUACAO             PIC X(01).
003800     05  PH-DATA-OBITO           PIC 9(08).
003900     05  PH-CPF                  PIC X(11).
004000*        THE OPERATOR SIGNED ON TO PERSMNT FOR AN ONLINE
004100*        CHANGE; BLANK FOR A BATCH CHANGE.
004200     05  PH-OPERADOR             PIC X(08).
