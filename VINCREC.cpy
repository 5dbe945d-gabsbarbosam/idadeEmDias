000100******************************************************************
000200* COPYBOOK:    VINCREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE LINK OF THE DEPENDENTS FILE (DEPVINC, INDEXED
000700*              ON THE DEPENDENT'S PR-ID FOLLOWED BY THE
000800*              RESPONSIBLE PERSON'S PR-ID, WITH AN ALTERNATE KEY
000900*              ON THE RESPONSIBLE PERSON ALONE).  A LINK TIES A
001000*              DEPENDENT ON THE PERSON MASTER TO THE PARENT OR
001100*              GUARDIAN THEY ARE ON FILE THROUGH, WITH THE KIND
001200*              OF RELATIONSHIP AND THE AGE AT WHICH THE
001300*              DEPENDENT AGES OUT OF IT.  PERSMNT ADDS, ENDS AND
001400*              SHOWS LINKS; AN ENDED LINK STAYS ON FILE WITH ITS
001500*              END DATE, AND ADDING THE SAME PAIR AGAIN REOPENS
001600*              IT.  THE MONTH-END DEPVENC RUN LISTS THE
001700*              DEPENDENTS ABOUT TO AGE OUT AND THE LINKS THE
001800*              MASTER NO LONGER SUPPORTS.
001900*-----------------------------------------------------------------
002000* MODIFICATION HISTORY
002100*-----------------------------------------------------------------
002200* DATE       INIT  DESCRIPTION
002300* 15/10/2026  GB   ORIGINAL VERSION.
002400******************************************************************
002500 01  VINCULO-RECORD.
002600     05  VN-CHAVE.
002700         10  VN-ID-DEPENDENTE    PIC X(06).
002800         10  VN-ID-RESPONSAVEL   PIC X(06).
002900*        F = FILHO(A), E = ENTEADO(A), T = TUTELADO OR UNDER
003000*        CUSTODY (TUTELA/GUARDA), O = ANY OTHER DEPENDENCY.
003100     05  VN-TIPO                 PIC X(01).
003200         88  VN-TIPO-FILHO        VALUE "F".
003300         88  VN-TIPO-ENTEADO      VALUE "E".
003400         88  VN-TIPO-TUTELADO     VALUE "T".
003500         88  VN-TIPO-OUTRO        VALUE "O".
003600         88  VN-TIPO-VALIDO       VALUES "F" "E" "T" "O".
003700*        THE AGE-OUT RULE - THE AGE IN WHOLE YEARS ON WHICH THE
003800*        DEPENDENT STOPS BEING ONE: 18, 21, OR 24 FOR A STUDENT.
003900     05  VN-IDADE-LIMITE         PIC 9(02).
004000         88  VN-LIMITE-VALIDO     VALUES 18 21 24.
004100         88  VN-LIMITE-ESTUDANTE  VALUE 24.
004200*        A = ATIVO, E = ENCERRADO (SEE VN-DATA-FIM).
004300     05  VN-SITUACAO             PIC X(01).
004400         88  VN-SIT-ATIVO         VALUE "A".
004500         88  VN-SIT-ENCERRADO     VALUE "E".
004600*        WHEN THE LINK WAS ADDED (OR LAST REOPENED) AND ENDED,
004700*        AND THE OPERATOR SIGNED ON TO PERSMNT EACH TIME.
004800     05  VN-DATA-INICIO          PIC 9(08).
004900     05  VN-OPERADOR-INICIO      PIC X(08).
005000     05  VN-DATA-FIM             PIC 9(08).
005100     05  VN-OPERADOR-FIM         PIC X(08).
005200     05  FILLER                  PIC X(20).
