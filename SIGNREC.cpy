000100******************************************************************
000200* COPYBOOK:    SIGNREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE ENTRY OF THE SIGN-ON LOG (SIGNLOG).  EVERY
000700*              SIGN-ON ATTEMPT AT PERSMNT START-UP, GOOD OR BAD,
000800*              APPENDS ONE LINE HERE, AND THE DAILY SECURITY
000900*              REPORT (OPERRPT) LISTS THE FAILED AND LOCKED-OUT
001000*              ONES.  THE TIMESTAMP IS THE SAME FORMAT THE AUDIT
001100*              LOG USES.
001200*-----------------------------------------------------------------
001300* MODIFICATION HISTORY
001400*-----------------------------------------------------------------
001500* DATE       INIT  DESCRIPTION
001600* 15/10/2026  GB   ORIGINAL VERSION.
001700******************************************************************
001800 01  SIGNON-LOG-RECORD.
001900     05  SL-TIMESTAMP            PIC X(19).
002000     05  FILLER                  PIC X(02).
002100     05  SL-JOB-ID               PIC X(08).
002200     05  FILLER                  PIC X(02).
002300*        THE OPERATOR ID AS TYPED - IT MAY NOT BE ON OPERSEG.
002400     05  SL-OPERADOR             PIC X(08).
002500     05  FILLER                  PIC X(02).
002600*        S = CONECTADO (GOOD SIGN-ON), F = SENHA ERRADA,
002700*        D = OPERADOR DESCONHECIDO, R = OPERADOR JA REVOGADO,
002800*        B = BLOQUEADO (THIS WRONG PASSWORD REACHED THE LOCKOUT
002900*        LIMIT AND REVOKED THE OPERATOR), T = TENTATIVAS
003000*        ESGOTADAS (THE SESSION WAS ENDED AFTER TOO MANY BAD
003100*        ATTEMPTS).
003200     05  SL-RESULTADO            PIC X(01).
003300         88  SL-CONECTADO         VALUE "S".
003400         88  SL-SENHA-ERRADA      VALUE "F".
003500         88  SL-DESCONHECIDO      VALUE "D".
003600         88  SL-REVOGADO          VALUE "R".
003700         88  SL-BLOQUEADO         VALUE "B".
003800         88  SL-ESGOTADO          VALUE "T".
003900     05  FILLER                  PIC X(02).
004000*        THE OPERATOR'S CONSECUTIVE WRONG PASSWORDS AFTER THIS
004100*        ATTEMPT (ZERO FOR AN UNKNOWN OPERATOR).
004200     05  SL-FALHAS               PIC 9(02).
004300     05  FILLER                  PIC X(34).
