002910* 03/09/2026  GB   START, END, THE TRANSACTION COUNT AND THE
002920*                  FINAL RETURN CODE ARE NOW RECORDED ON THE
002930*                  SHARED RUN LOG THROUGH RUNLOGW.
002940* 15/10/2026  GB   THE TRANSACTION NOW CARRIES THE CPF.  WHEN AN
002950*                  ADD OR CHANGE BRINGS ONE IT IS EDITED BY THE
002960*                  SHARED CPFVALID SUBPROGRAM, AND FLAGGED WHEN
002970*                  ANOTHER PR-ID ALREADY HOLDS IT - ON THE
002980*                  MASTER (ALTERNATE KEY ON PM-CPF) OR EARLIER
002990*                  IN THE SAME BATCH.
003000******************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. PERSEDIT.
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PM-ID
004666         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
004732         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
004800         FILE STATUS IS WS-STATUS-MASTER.
004900     SELECT EDIT-REPORT-FILE ASSIGN TO "EDTRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
006600     05  TR-DATA-NASCIMENTO      PIC X(10).
006700     05  TR-SITUACAO             PIC X(01).
006800     05  TR-DATA-OBITO           PIC X(08).
006810*        OPTIONAL - BLANK ON AN ADD MEANS NOT INFORMED, BLANK
006820*        ON A CHANGE MEANS KEEP THE ONE ON FILE.
006830     05  TR-CPF                  PIC X(11).
006900 01  TRANS-CONTROL-RECORD.
007000     05  TC-CODIGO               PIC X(01).
007100*        THE BATCH DATE (AAAAMMDD) ON THE HEADER; BLANK ON THE
007400*        THE TRANSACTION COUNT ON THE TRAILER; BLANK ON THE
007500*        HEADER.
007600     05  TC-CONTAGEM             PIC X(07).
007700     05  FILLER                  PIC X(51).
007800*-----------------------------------------------------------------
007900* PERSON-MASTER-FILE - THE INDEXED PERSON MASTER, INPUT ONLY.
008000*-----------------------------------------------------------------
014860 77  WS-LIDO-DO-MASTER-SW        PIC X(01) VALUE "N".
014870     88  LIDO-DO-MASTER           VALUE "S".
014900 77  WS-ESTADO-NOVO              PIC X(01) VALUE SPACES.
014910*-----------------------------------------------------------------
014920* THE CPF TABLE - EVERY CPF A GOOD ADD OR CHANGE WOULD LEAVE ON
014930* THE MASTER, WITH ITS PR-ID, SO TWO IDS CLAIMING ONE CPF IN THE
014940* SAME BATCH ARE CAUGHT BEFORE EITHER REACHES THE MASTER.  A
014950* FULL TABLE IS COUNTED AND REPORTED, LIKE THE EFFECT TABLE.
014960*-----------------------------------------------------------------
014970 01  WS-TABELA-CPFS.
014980     05  WS-CPF-ITEM             OCCURS 9999 TIMES.
014981         10  WS-TCP-CPF          PIC X(11).
014982         10  WS-TCP-ID           PIC X(06).
014983 77  WS-QTD-CPFS                 PIC 9(04) VALUE ZERO COMP.
014984 77  WS-IND-CPFS                 PIC 9(04) VALUE ZERO COMP.
014985 77  WS-ACHOU-CPF-SW             PIC X(01) VALUE "N".
014986     88  ACHOU-CPF                VALUE "S".
014987 77  WS-CPFS-ESTOURO             PIC 9(07) VALUE ZERO.
014988*    THE SEARCH OF THE MASTER BY CPF FOR THE SAME NUMBER UNDER
014989*    ANOTHER PR-ID.
014990 77  WS-FIM-CPF-SW               PIC X(01) VALUE "N".
014991     88  FIM-CPF                  VALUE "S".
014992 77  WS-CPF-EM-USO-SW            PIC X(01) VALUE "N".
014993     88  CPF-EM-USO               VALUE "S".
015000*-----------------------------------------------------------------
015100* PARAMETER AREA FOR THE AGECALC SUBPROGRAM - THE SAME EDITING
015200* PERSUPDT WILL APPLY, SO A DATE THIS PASS ACCEPTS IS A DATE
015300* THE APPLY RUN ACCEPTS.
015400*-----------------------------------------------------------------
015500     COPY AGECALCP.
015501*-----------------------------------------------------------------
015502* PARAMETER AREA FOR THE CPFVALID SUBPROGRAM - THE SAME CPF
015503* EDITING PERSUPDT WILL APPLY.
015504*-----------------------------------------------------------------
015505     COPY CPFVALP.
015510*-----------------------------------------------------------------
015520* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
015530* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
042300         PERFORM 3200-GRAVAR-ERRO THRU 3200-EXIT
042400     ELSE
042500         PERFORM 2850-EDITAR-NASCIMENTO THRU 2850-EXIT
042510         IF WS-MSG-ERRO = SPACES
042520             PERFORM 2870-EDITAR-CPF THRU 2870-EXIT
042530         END-IF
042600         IF WS-MSG-ERRO = SPACES
042700             MOVE "E" TO WS-ESTADO-NOVO
042800             PERFORM 2420-REGISTRAR-EFEITO THRU 2420-EXIT
044100         PERFORM 3200-GRAVAR-ERRO THRU 3200-EXIT
044200     ELSE
044300         PERFORM 2850-EDITAR-NASCIMENTO THRU 2850-EXIT
044310         IF WS-MSG-ERRO = SPACES
044320             PERFORM 2870-EDITAR-CPF THRU 2870-EXIT
044330         END-IF
044400     END-IF.
044500
044600 2600-EXIT.
051500
051600 2850-EXIT.
051700     EXIT.
051701*-----------------------------------------------------------------
051702* 2870-EDITAR-CPF
051703* THE CPF EDIT SHARED BY ADDS AND CHANGES, WHEN THE TRANSACTION
051704* BRINGS ONE - THE CHECK DIGITS THROUGH CPFVALID, THEN NO OTHER
051705* PR-ID MAY HOLD THE NUMBER, EITHER EARLIER IN THIS BATCH (THE
051706* CPF TABLE) OR ON THE MASTER (SEARCHED ON THE CPF ALTERNATE
051707* KEY).  A CPF THAT PASSES IS REGISTERED IN THE CPF TABLE.
051708*-----------------------------------------------------------------
051709 2870-EDITAR-CPF.
051710
051711     IF TR-CPF NOT = SPACES
051712         MOVE TR-CPF TO CV-CPF
051713         CALL "CPFVALID" USING CPFVALID-PARAMETROS
051714         IF NOT CV-OK
051715             MOVE CV-MSG-ERRO TO WS-MSG-ERRO
051716             PERFORM 3200-GRAVAR-ERRO THRU 3200-EXIT
051717         END-IF
051718     END-IF
051719
051720     IF TR-CPF NOT = SPACES AND WS-MSG-ERRO = SPACES
051721         MOVE "N" TO WS-ACHOU-CPF-SW
051722         MOVE 1   TO WS-IND-CPFS
051723         PERFORM 2880-PROCURAR-CPF-LOTE THRU 2880-EXIT
051724             UNTIL ACHOU-CPF OR WS-IND-CPFS > WS-QTD-CPFS
051725         IF ACHOU-CPF
051726             IF WS-TCP-ID (WS-IND-CPFS) NOT = TR-ID
051727                 MOVE "CPF REPETIDO NO LOTE EM OUTRO ID"
051728                     TO WS-MSG-ERRO
051729                 PERFORM 3200-GRAVAR-ERRO THRU 3200-EXIT
051730             END-IF
051731         ELSE
051732             PERFORM 2890-PROCURAR-CPF-MASTER THRU 2890-EXIT
051733             IF CPF-EM-USO
051734                 MOVE "CPF JA CADASTRADO EM OUTRO ID"
051735                     TO WS-MSG-ERRO
051736                 PERFORM 3200-GRAVAR-ERRO THRU 3200-EXIT
051737             ELSE
051738                 IF WS-QTD-CPFS < 9999
051739                     ADD 1 TO WS-QTD-CPFS
051740                     MOVE TR-CPF TO WS-TCP-CPF (WS-QTD-CPFS)
051741                     MOVE TR-ID  TO WS-TCP-ID (WS-QTD-CPFS)
051742                 ELSE
051743                     ADD 1 TO WS-CPFS-ESTOURO
051744                 END-IF
051745             END-IF
051746         END-IF
051747     END-IF.
051748
051749 2870-EXIT.
051750     EXIT.
051751*-----------------------------------------------------------------
051752* 2880-PROCURAR-CPF-LOTE
051753* ONE STEP OF THE SERIAL SEARCH THROUGH THE CPF TABLE.
051754*-----------------------------------------------------------------
051755 2880-PROCURAR-CPF-LOTE.
051756
051757     IF WS-TCP-CPF (WS-IND-CPFS) = TR-CPF
051758         MOVE "S" TO WS-ACHOU-CPF-SW
051759     ELSE
051760         ADD 1 TO WS-IND-CPFS
051761     END-IF.
051762
051763 2880-EXIT.
051764     EXIT.
051765*-----------------------------------------------------------------
051766* 2890-PROCURAR-CPF-MASTER
051767* POSITIONS ON THE CPF ALTERNATE KEY AND READS EVERY MASTER
051768* RECORD CARRYING THE NUMBER, SETTING CPF-EM-USO AT THE FIRST
051769* ONE UNDER ANOTHER PR-ID.  AN EMPTY MASTER HOLDS NO CPF.
051770*-----------------------------------------------------------------
051771 2890-PROCURAR-CPF-MASTER.
051772
051773     MOVE "N" TO WS-CPF-EM-USO-SW
051774     MOVE "N" TO WS-FIM-CPF-SW
051775     IF MASTER-VAZIO
051776         SET FIM-CPF TO TRUE
051777     ELSE
051778         MOVE TR-CPF TO PM-CPF
051779         START PERSON-MASTER-FILE KEY IS EQUAL TO PM-CPF
051780             INVALID KEY SET FIM-CPF TO TRUE
051781         END-START
051782     END-IF
051783     PERFORM 2895-LER-CPF-MASTER THRU 2895-EXIT
051784         UNTIL FIM-CPF OR CPF-EM-USO.
051785
051786 2890-EXIT.
051787     EXIT.
051788*-----------------------------------------------------------------
051789* 2895-LER-CPF-MASTER
051790* ONE STEP OF THE MASTER SEARCH - THE NEXT RECORD IN CPF ORDER.
051791*-----------------------------------------------------------------
051792 2895-LER-CPF-MASTER.
051793
051794     READ PERSON-MASTER-FILE NEXT
051795         AT END SET FIM-CPF TO TRUE
051796     END-READ
051797
051798     IF NOT FIM-CPF
051799         IF PM-CPF NOT = TR-CPF
051800             SET FIM-CPF TO TRUE
051801         ELSE
051802             IF PM-ID NOT = TR-ID
051803                 SET CPF-EM-USO TO TRUE
051804             END-IF
051805         END-IF
051806     END-IF.
051807
051808 2895-EXIT.
051838     EXIT.
051868*-----------------------------------------------------------------
051900* 2900-LER-TRANSACAO
052000*-----------------------------------------------------------------
052100 2900-LER-TRANSACAO.
063900         MOVE WS-EFEITOS-ESTOURO TO WS-TOTAL-EDITADO
064000         PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
064100     END-IF
064110
064120     IF WS-CPFS-ESTOURO > ZERO
064130         MOVE "CPFS SEM CONTROLE NO LOTE" TO WS-ROTULO-TOTAL
064140         MOVE WS-CPFS-ESTOURO TO WS-TOTAL-EDITADO
064150         PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
064160     END-IF
064200
064300     MOVE SPACES TO WS-LINHA-RELATORIO
064400     WRITE EDIT-REPORT-RECORD FROM WS-LINHA-RELATORIO
