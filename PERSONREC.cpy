001630*                  STAY ON FILE INSTEAD OF BEING DELETED.  A
001640*                  RECORD WRITTEN BEFORE THE FIELDS EXISTED
001650*                  CARRIES BLANKS THERE, WHICH READS AS ACTIVE.
001660* 15/10/2026  GB   ADDED THE CPF, WITH AN ALTERNATE KEY ON IT IN
001670*                  EVERY PROGRAM THAT DECLARES THE MASTER.  A
001680*                  RECORD WRITTEN BEFORE THE FIELD EXISTED
001690*                  CARRIES BLANKS THERE - CPF NOT INFORMED.
001700******************************************************************
001800 01  PERSON-RECORD.
001900     05  PR-ID                   PIC X(06).
003100         88  PR-SIT-FALECIDO      VALUE "F".
003200*        DATE OF DEATH (AAAAMMDD); ZERO UNLESS DECEASED.
003300     05  PR-DATA-OBITO           PIC 9(08).
003400*        CPF (ELEVEN DIGITS, NO DOTS OR DASH), CHECK DIGITS
003500*        EDITED BY CPFVALID; BLANK WHEN NOT INFORMED.  ONE CPF
003600*        BELONGS TO ONE PR-ID - THE ALTERNATE KEY ALLOWS
003700*        DUPLICATES ONLY SO THE BLANK ONES CAN SHARE IT, AND
003800*        EVERY PROGRAM THAT STORES A CPF CHECKS IT IS NOT ON
003900*        FILE UNDER ANOTHER PR-ID FIRST.
004000     05  PR-CPF                  PIC X(11).
