002710* 03/09/2026  GB   START, END, THE RECORD COUNT AND THE FINAL
002720*                  RETURN CODE ARE NOW RECORDED ON THE SHARED
002730*                  RUN LOG THROUGH RUNLOGW.
002740* 15/10/2026  GB   THE MASTER SELECT NOW NAMES THE ALTERNATE KEY
002750*                  ON THE CPF ADDED TO PERSONREC.
002751* 15/10/2026  GB   EVERY BACKUP IS NOW REGISTERED ON THE
002752*                  GENERATION CATALOG THROUGH GENCATW, MARKED
002753*                  DAMAGED WHEN THE VERIFY FOUND BROKEN
002754*                  RECORDS.  THE RELOAD LISTS THE CATALOGED
002755*                  BACKUPS AND OFFERS THE LATEST GOOD ONE BEFORE
002756*                  ASKING THE OPERATOR FOR A NAME.
002757*                  A BACKUP THE CATALOG REFUSES IS REPORTED AND
002758*                  ENDS THE RUN WITH RETURN-CODE 4 OR HIGHER.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. PERSUNLD.
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS PM-ID
004166         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
004232         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
004300         FILE STATUS IS WS-STATUS-MASTER.
004400     SELECT BACKUP-FILE ASSIGN USING WS-NOME-ARQUIVO
004500         ORGANIZATION IS LINE SEQUENTIAL
004700     SELECT UNLOAD-REPORT-FILE ASSIGN TO "UNLDRPT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STATUS-UNLDRPT.
004910     SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
004920         ORGANIZATION IS INDEXED
004930         ACCESS MODE IS SEQUENTIAL
004940         RECORD KEY IS GC-NOME-ARQUIVO
004950         FILE STATUS IS WS-STATUS-GENCAT.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*-----------------------------------------------------------------
007300*-----------------------------------------------------------------
007400 FD  UNLOAD-REPORT-FILE.
007500 01  UNLOAD-REPORT-RECORD           PIC X(80).
007510*-----------------------------------------------------------------
007520* GEN-CATALOG-FILE - THE GENERATION CATALOG, READ ON A RELOAD
007530* TO LIST THE BACKUPS ON HAND.  THE SHARED GENCATRC LAYOUT.
007540*-----------------------------------------------------------------
007550 FD  GEN-CATALOG-FILE.
007560     COPY GENCATRC.
007600 WORKING-STORAGE SECTION.
007700*-----------------------------------------------------------------
007800* RUN MODE - (D)ESCARGA UNLOADS AND VERIFIES, (R)ECARGA REBUILDS
008800 77  WS-STATUS-MASTER            PIC X(02) VALUE SPACES.
008900 77  WS-STATUS-BACKUP            PIC X(02) VALUE SPACES.
009000 77  WS-STATUS-UNLDRPT           PIC X(02) VALUE SPACES.
009010 77  WS-STATUS-GENCAT            PIC X(02) VALUE SPACES.
009100 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
009200     88  LOTE-ABERTO              VALUE "S".
009300*-----------------------------------------------------------------
009500* ACCEPTED FROM THE OPERATOR ON A RELOAD.
009600*-----------------------------------------------------------------
009700 77  WS-NOME-ARQUIVO             PIC X(16) VALUE SPACES.
009710*-----------------------------------------------------------------
009720* RELOAD FROM THE CATALOG - THE NEWEST GOOD PERSBKP GENERATION
009730* FOUND, THE NUMBER LISTED, AND THE OPERATOR'S ANSWER TO THE
009740* OFFER.  A DAMAGED GENERATION IS LISTED BUT NEVER OFFERED.
009750*-----------------------------------------------------------------
009760 77  WS-ULTIMO-BACKUP            PIC X(16) VALUE SPACES.
009770 77  WS-ULTIMA-DATA              PIC 9(08) VALUE ZERO.
009780 77  WS-QTD-BACKUPS              PIC 9(04) VALUE ZERO COMP.
009790 77  WS-RESPOSTA                 PIC X(01) VALUE SPACES.
009791     88  RESPOSTA-SIM             VALUES "S" "s".
009792 77  WS-TEXTO-SITUACAO           PIC X(08) VALUE SPACES.
009793 77  WS-RC-SALVO                 PIC S9(04) VALUE ZERO COMP.
009800*-----------------------------------------------------------------
009900* END-OF-FILE SWITCH FOR WHICHEVER SIDE IS BEING READ.
010000*-----------------------------------------------------------------
012140* COUNT AND RETURN CODE TO.
012150*-----------------------------------------------------------------
012160     COPY RUNLOGP.
012170*-----------------------------------------------------------------
012180* PARAMETER AREA FOR THE GENCATW SUBPROGRAM - THE GENERATION
012190* CATALOG EVERY JOB THAT CREATES A DATED FILE REGISTERS IT ON.
012191*-----------------------------------------------------------------
012192     COPY GENCATP.
012200*-----------------------------------------------------------------
012300* REPORT PAGE CONTROL AND SCRATCH LINE.
012400*-----------------------------------------------------------------
019900                     "AVARIAS - VEJA UNLDRPT - RETURN-CODE 8 ***"
020000                 MOVE 8 TO RETURN-CODE
020100             END-IF
020110             PERFORM 2400-CATALOGAR-BACKUP THRU 2400-EXIT
020200         END-IF
020300     END-IF.
020400
027800
027900 2300-EXIT.
028000     EXIT.
028002*-----------------------------------------------------------------
028004* 2400-CATALOGAR-BACKUP
028006* REGISTERS THE NEW BACKUP ON THE GENERATION CATALOG - GOOD, OR
028008* DAMAGED WHEN THE VERIFY FOUND BROKEN RECORDS, SO THE RELOAD
028010* NEVER OFFERS IT.  THE CLASS IS LEFT TO GENCATW (A MONTH-END
028012* NIGHT MAKES A MONTH-END GENERATION).  GENCATW IS A
028014* CALL, WHICH CLEARS RETURN-CODE, SO THE RUN'S OWN CODE IS KEPT
028016* ACROSS IT.  A BACKUP THE CATALOG WOULD NOT TAKE IS NEVER
028018* OFFERED BY THE RELOAD, SO A GP-RETORNO OTHER THAN "00" IS
028020* REPORTED AND THE RUN ENDS NO LOWER THAN RETURN-CODE 4.
028022*-----------------------------------------------------------------
028024 2400-CATALOGAR-BACKUP.
028026
028028     MOVE RETURN-CODE       TO WS-RC-SALVO
028030     MOVE SPACES            TO GENCAT-PARAMETROS
028032     MOVE WS-NOME-ARQUIVO   TO GP-NOME-ARQUIVO
028034     MOVE "PERSBKP"         TO GP-TIPO
028036     MOVE WS-DATA-HOJE      TO GP-DATA-CRIACAO
028038     MOVE WS-TOTAL-GRAVADOS TO GP-QTD-REGISTROS
028040     MOVE "PERSUNLD"        TO GP-JOB-ID
028042     IF WS-TOTAL-AVARIADOS > ZERO
028044         MOVE "A" TO GP-SITUACAO
028046     ELSE
028048         MOVE "B" TO GP-SITUACAO
028050     END-IF
028052     CALL "GENCATW" USING GENCAT-PARAMETROS
028054     MOVE WS-RC-SALVO       TO RETURN-CODE
028056     IF GP-RETORNO NOT = "00"
028058         DISPLAY "*** " WS-NOME-ARQUIVO " NAO CATALOGADO - "
028060             "GP-RETORNO " GP-RETORNO " ***"
028062         IF RETURN-CODE < 4
028064             MOVE 4 TO RETURN-CODE
028066         END-IF
028068     END-IF.
028070
028072 2400-EXIT.
028074     EXIT.
028100*-----------------------------------------------------------------
028200* 3100-IMPRIMIR-CABECALHO
028300* STARTS A NEW REPORT PAGE, TITLED FOR THE RUN MODE.
039200*-----------------------------------------------------------------
039300* 6000-RECARREGAR
039400* THE RELOAD RUN - REBUILDS THE MASTER FROM THE BACKUP THE
039410* OPERATOR NAMES, OR FROM THE LATEST GOOD BACKUP ON THE
039420* GENERATION CATALOG WHEN THE OPERATOR TAKES THE OFFER.
039500* THE MASTER IS OPENED OUTPUT (A FRESH FILE),
039600* SO THIS IS THE ONE DESTRUCTIVE STEP IN THE PROGRAM; THE
039700* BACKUP IS PROVED OPENABLE FIRST, AND A WRITE THAT FAILS (A
039800* BACKUP OUT OF KEY ORDER, OR A DUPLICATE) IS REPORTED AND ENDS
040000*-----------------------------------------------------------------
040100 6000-RECARREGAR.
040200
040210     MOVE SPACES TO WS-NOME-ARQUIVO
040220     PERFORM 6050-OFERECER-ULTIMO-BACKUP THRU 6050-EXIT
040230
040240     IF WS-NOME-ARQUIVO = SPACES
040300         DISPLAY "NOME DO BACKUP A RECARREGAR (EX. "
040400             "PERSBKP.20260903)? "
040600         ACCEPT WS-NOME-ARQUIVO
040610     END-IF
040700
040800     OPEN INPUT BACKUP-FILE
040900     IF WS-STATUS-BACKUP NOT = "00"
044300
044400 6000-EXIT.
044500     EXIT.
044501*-----------------------------------------------------------------
044502* 6050-OFERECER-ULTIMO-BACKUP
044503* LISTS THE PERSBKP GENERATIONS ON THE CATALOG AND OFFERS THE
044504* NEWEST GOOD ONE.  WHEN THE OPERATOR TAKES IT, ITS NAME IS LEFT
044505* IN WS-NOME-ARQUIVO; OTHERWISE - OR WITH NO CATALOG, OR NO GOOD
044506* BACKUP ON IT - THE NAME STAYS BLANK AND THE OPERATOR TYPES
044507* ONE AS BEFORE.
044508*-----------------------------------------------------------------
044509 6050-OFERECER-ULTIMO-BACKUP.
044510
044511     MOVE SPACES TO WS-ULTIMO-BACKUP
044512     MOVE ZERO   TO WS-ULTIMA-DATA
044513     MOVE ZERO   TO WS-QTD-BACKUPS
044514
044515     OPEN INPUT GEN-CATALOG-FILE
044516     IF WS-STATUS-GENCAT NOT = "00"
044517         DISPLAY "CATALOGO DE GERACOES INDISPONIVEL - FILE "
044518             "STATUS " WS-STATUS-GENCAT
044519     ELSE
044520         DISPLAY "BACKUPS CATALOGADOS:"
044521         MOVE "N" TO WS-FIM-ENTRADA-SW
044522         PERFORM 6060-LISTAR-BACKUP THRU 6060-EXIT
044523             UNTIL FIM-ENTRADA
044524         CLOSE GEN-CATALOG-FILE
044525         MOVE "N" TO WS-FIM-ENTRADA-SW
044526         IF WS-QTD-BACKUPS = ZERO
044527             DISPLAY "  NENHUM BACKUP CATALOGADO"
044528         END-IF
044529     END-IF
044530
044531     IF WS-ULTIMO-BACKUP NOT = SPACES
044532         DISPLAY "ULTIMO BACKUP BOM: " WS-ULTIMO-BACKUP
044533             " - RECARREGAR DELE (S/N)? "
044534         MOVE SPACES TO WS-RESPOSTA
044535         ACCEPT WS-RESPOSTA
044536         IF RESPOSTA-SIM
044537             MOVE WS-ULTIMO-BACKUP TO WS-NOME-ARQUIVO
044538         END-IF
044539     END-IF.
044540
044541 6050-EXIT.
044542     EXIT.
044543*-----------------------------------------------------------------
044544* 6060-LISTAR-BACKUP
044545* ONE CATALOG ENTRY - A PERSBKP GENERATION IS LISTED, AND A GOOD
044546* ONE NEWER THAN THE BEST SO FAR BECOMES THE ONE OFFERED.
044547*-----------------------------------------------------------------
044548 6060-LISTAR-BACKUP.
044549
044550     READ GEN-CATALOG-FILE NEXT
044551         AT END
044552             SET FIM-ENTRADA TO TRUE
044553         NOT AT END
044554             IF GC-TIPO = "PERSBKP"
044555                 ADD 1 TO WS-QTD-BACKUPS
044556                 IF GC-SIT-AVARIADA
044557                     MOVE "AVARIADO" TO WS-TEXTO-SITUACAO
044558                 ELSE
044559                     MOVE "BOM"      TO WS-TEXTO-SITUACAO
044560                 END-IF
044561                 DISPLAY "  " GC-NOME-ARQUIVO (1:16) "  "
044562                     GC-DATA-CRIACAO (7:2) "/"
044563                     GC-DATA-CRIACAO (5:2) "/"
044564                     GC-DATA-CRIACAO (1:4) "  "
044565                     GC-QTD-REGISTROS " REGS  " GC-CLASSE "  "
044566                     WS-TEXTO-SITUACAO
044567                 IF GC-SIT-BOA AND
044568                    GC-DATA-CRIACAO NOT < WS-ULTIMA-DATA
044569                     MOVE GC-NOME-ARQUIVO TO WS-ULTIMO-BACKUP
044570                     MOVE GC-DATA-CRIACAO TO WS-ULTIMA-DATA
044571                 END-IF
044572             END-IF
044573     END-READ.
044574
044575 6060-EXIT.
044576     EXIT.
044600*-----------------------------------------------------------------
044700* 6100-LER-BACKUP
044800*-----------------------------------------------------------------
