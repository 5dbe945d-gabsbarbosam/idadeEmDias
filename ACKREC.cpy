000100******************************************************************
000200* COPYBOOK:    ACKREC
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* PURPOSE:     THE ACKNOWLEDGMENT FILE A DOWNSTREAM RECEIVER
000700*              SENDS BACK FOR EACH AGE EXTRACT IT LOADED -
000800*              ACKEXTR FOR AGEEXTR, ACKDELTA FOR AGEDELTA AND
000900*              ACKEXTR.X FOR EACH PER-BRANCH AGEEXTR.X.  ONE
001000*              "H" HEADER NAMING THE FILE ACKNOWLEDGED, ONE "D"
001100*              DETAIL PER ID THE RECEIVER ACCEPTED OR REJECTED
001200*              (WITH ITS OWN REASON CODE AND TEXT FOR A
001300*              REJECTION), AND ONE "T" TRAILER WITH THE DETAIL
001400*              COUNT.  AGERECN MATCHES IT AGAINST WHAT WAS SENT.
001500*-----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*-----------------------------------------------------------------
001800* DATE       INIT  DESCRIPTION
001900* 15/10/2026  GB   ORIGINAL VERSION.
002000******************************************************************
002100 01  ACK-RECORD.
002200     05  AK-TIPO                 PIC X(01).
002300         88  AK-CABECALHO         VALUE "H".
002400         88  AK-DETALHE           VALUE "D".
002500         88  AK-RODAPE            VALUE "T".
002600     05  AK-DADOS                PIC X(79).
002700*        "H" - THE FILE ACKNOWLEDGED, AS WE NAMED IT (AGEEXTR,
002800*        AGEDELTA, AGEEXTR.X), THE RECEIVER'S CYCLE DATE
002900*        (AAAAMMDD) AND THE RECEIVING SYSTEM.
003000     05  AK-CABECALHO-R REDEFINES AK-DADOS.
003100         10  AK-ARQUIVO          PIC X(12).
003200         10  AK-DATA-CICLO       PIC X(08).
003300         10  AK-SISTEMA          PIC X(08).
003400         10  FILLER              PIC X(51).
003500*        "D" - ONE ID AND WHAT THE RECEIVER DID WITH IT.  THE
003600*        REASON CODE AND TEXT ARE THE RECEIVER'S OWN, CARRIED
003700*        THROUGH TO THE RECONCILIATION REPORT AS SENT.
003800     05  AK-DETALHE-R REDEFINES AK-DADOS.
003900         10  AK-ID               PIC X(06).
004000         10  AK-SITUACAO         PIC X(01).
004100             88  AK-ACEITO        VALUE "A".
004200             88  AK-REJEITADO     VALUE "R".
004300         10  AK-MOTIVO           PIC X(04).
004400         10  AK-TEXTO-MOTIVO     PIC X(40).
004500         10  FILLER              PIC X(28).
004600*        "T" - THE NUMBER OF "D" RECORDS, ZERO PADDED.
004700     05  AK-RODAPE-R REDEFINES AK-DADOS.
004800         10  AK-CONTAGEM         PIC X(07).
004900         10  FILLER              PIC X(72).
