000100******************************************************************
000200* COPYBOOK:    OPERREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     ONE OPERATOR OF THE PERSON MASTER ONLINE
000700*              MAINTENANCE (OPERSEG, INDEXED ON OP-ID).  PERSMNT
000800*              SIGNS THE CLERK ON AGAINST THIS RECORD AT
000900*              START-UP AND LETS THE AUTHORITY LEVEL DECIDE WHICH
001000*              FUNCTIONS ARE OPEN; THE OPERMNT BATCH RUN IS THE
001100*              ONLY PLACE OPERATORS ARE ADDED, CHANGED, REVOKED
001200*              OR RE-ACTIVATED.  ACCESS TO THE FILE ITSELF IS
001300*              HELD TO THE SECURITY GROUP.
001400*-----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*-----------------------------------------------------------------
001700* DATE       INIT  DESCRIPTION
001800* 15/10/2026  GB   ORIGINAL VERSION.
001900******************************************************************
002000 01  OPERATOR-RECORD.
002100     05  OP-ID                   PIC X(08).
002200     05  OP-NOME                 PIC X(30).
002300     05  OP-SENHA                PIC X(08).
002400*        1 = CONSULTA (INQUIRY ONLY), 2 = MANUTENCAO (ADD,
002500*        CHANGE, DELETE AND STATUS), 3 = SUPERVISOR (ALSO MAY
002600*        MARK A PERSON DECEASED OR TAKE THAT STATUS BACK).
002700     05  OP-NIVEL                PIC X(01).
002800         88  OP-NIVEL-CONSULTA    VALUE "1".
002900         88  OP-NIVEL-MANUTENCAO  VALUE "2".
003000         88  OP-NIVEL-SUPERVISOR  VALUE "3".
003100         88  OP-NIVEL-VALIDO      VALUES "1" "2" "3".
003200*        A = ATIVO, R = REVOGADO (BY THE SECURITY GROUP OR BY
003300*        THE SIGN-ON LOCKOUT) - A REVOKED OPERATOR CANNOT SIGN
003400*        ON UNTIL OPERMNT RE-ACTIVATES THEM.
003500     05  OP-SITUACAO             PIC X(01).
003600         88  OP-ATIVO             VALUE "A".
003700         88  OP-REVOGADO          VALUE "R".
003800*        CONSECUTIVE WRONG PASSWORDS SINCE THE LAST GOOD
003900*        SIGN-ON, ACROSS SESSIONS.  REACHING THE LOCKOUT LIMIT
004000*        REVOKES THE OPERATOR.
004100     05  OP-FALHAS               PIC 9(02).
004200*        LAST GOOD SIGN-ON AND LAST REVOCATION (AAAAMMDD), ZERO
004300*        WHEN THERE HAS BEEN NONE.
004400     05  OP-DATA-ULTIMO-ACESSO   PIC 9(08).
004500     05  OP-DATA-REVOGACAO       PIC 9(08).
004600     05  FILLER                  PIC X(14).
