000100******************************************************************
000200* PROGRAM:     PERSOBIT
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     MONTHLY CIVIL REGISTRY DEATH-NOTIFICATION MATCH.
000800*              A DEATH USED TO REACH THE MASTER ONLY WHEN HR
000900*              SENT AN "S" TRANSACTION OR A CLERK USED THE
001000*              SITUACAO FUNCTION IN PERSMNT - OFTEN MONTHS
001100*              LATE.  THIS RUN LOADS EVERY ACTIVE PERSON ON THE
001200*              MASTER (PERSONMST) AND MATCHES EACH NOTIFICATION
001300*              ON THE REGISTRY FILE (OBITREG) BY BIRTH DATE AND
001400*              NAME - AN EXACT NAME, OR A NAME UP TO TWO
001500*              CHARACTER POSITIONS APART (THE SAME TYPO MEASURE
001600*              PERSDUPE USES).  A NOTIFICATION THAT FINDS
001700*              EXACTLY ONE PERSON, WITH AN EXACT NAME AND NO
001800*              OTHER CANDIDATE, IS CONFIDENT AND BECOMES A
001900*              READY-TO-RUN "S" TRANSACTION (SITUACAO "F" AND
002000*              THE DATE OF DEATH) ON OBITTRN, IN THE TRANSIN
002100*              LAYOUT WITH ITS BATCH HEADER AND TRAILER, SO IT
002200*              GOES THROUGH PERSEDIT AND PERSUPDT LIKE ANY HR
002300*              BATCH.  EVERYTHING WEAKER - A NEAR NAME ONLY,
002400*              MORE THAN ONE CANDIDATE, A PERSON ALREADY
002500*              MATCHED BY AN EARLIER NOTIFICATION, OR DATES
002600*              THAT FAIL EDITING - GOES ON THE REVIEW REPORT
002700*              (OBITRPT) WITH ITS CANDIDATES FOR A CLERK TO
002800*              CONFIRM.  NOTIFICATIONS WITH NO CANDIDATE ARE
002900*              LISTED TOO.  ITEMS FOR REVIEW ARE A NORMAL
003000*              OUTCOME - ONLY A FILE PROBLEM OR AN OVERFLOWING
003100*              LOAD TABLE (MATCH INCOMPLETE) ENDS WITH
003200*              RETURN-CODE 8.
003300* TECTONICS:   cobc
003400*-----------------------------------------------------------------
003500* MODIFICATION HISTORY
003600*-----------------------------------------------------------------
003700* DATE       INIT  DESCRIPTION
003800* 15/10/2026  GB   ORIGINAL VERSION.
003810* 15/10/2026  GB   THE MASTER SELECT NOW NAMES THE ALTERNATE KEY
003820*                  ON THE CPF ADDED TO PERSONREC, AND OBITTRN
003830*                  CARRIES THE NEW TRANSACTION CPF (LEFT BLANK -
003840*                  A STATUS TRANSACTION NEVER CHANGES THE CPF).
003900******************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. PERSOBIT.
004200 AUTHOR. GABRIELA BARBOSA.
004300 INSTALLATION. DATA PROCESSING CENTER.
004400 DATE-WRITTEN. 15/10/2026.
004500 DATE-COMPILED.
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT DEATH-NOTICE-FILE ASSIGN TO "OBITREG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-STATUS-OBITREG.
005200     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS PM-ID
005566         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
005632         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
005700         FILE STATUS IS WS-STATUS-MASTER.
005800     SELECT TRANS-FILE ASSIGN TO "OBITTRN"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-STATUS-TRANS.
006100     SELECT MATCH-REPORT-FILE ASSIGN TO "OBITRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-STATUS-OBITRPT.
006400 DATA DIVISION.
006500 FILE SECTION.
006600*-----------------------------------------------------------------
006700* DEATH-NOTICE-FILE - THE MONTHLY CIVIL REGISTRY FILE.
006800*-----------------------------------------------------------------
006900 FD  DEATH-NOTICE-FILE.
007000     COPY OBITREC.
007100*-----------------------------------------------------------------
007200* PERSON-MASTER-FILE - THE INDEXED PERSON MASTER, INPUT ONLY.
007300*-----------------------------------------------------------------
007400 FD  PERSON-MASTER-FILE.
007500     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
007600         ==PERSON-MASTER-RECORD==
007700         LEADING ==PR== BY ==PM==.
007800*-----------------------------------------------------------------
007900* TRANS-FILE - THE GENERATED STATUS BATCH, IN EXACTLY THE TRANSIN
008000* LAYOUT PERSEDIT AND PERSUPDT READ: THE HEADER ("H" AND THE
008100* BATCH DATE), ONE "S" TRANSACTION PER CONFIDENT MATCH, AND THE
008200* TRAILER ("T" AND THE TRANSACTION COUNT).  THE CONTROL LAYOUT
008300* REDEFINES THE SAME RECORD AREA.
008400*-----------------------------------------------------------------
008500 FD  TRANS-FILE.
008600 01  TRANS-RECORD.
008700     05  TR-CODIGO               PIC X(01).
008800     05  TR-ID                   PIC X(06).
008900     05  TR-NOME                 PIC X(30).
009000     05  TR-DATA-NASCIMENTO      PIC X(10).
009100     05  TR-SITUACAO             PIC X(01).
009200     05  TR-DATA-OBITO           PIC X(08).
009210     05  TR-CPF                  PIC X(11).
009300 01  TRANS-CONTROL-RECORD.
009400     05  TC-CODIGO               PIC X(01).
009500     05  TC-DATA-LOTE            PIC X(08).
009600     05  TC-CONTAGEM             PIC X(07).
009700     05  FILLER                  PIC X(51).
009800*-----------------------------------------------------------------
009900* MATCH-REPORT-FILE - THE PRINTED MATCH AND REVIEW REPORT.
010000*-----------------------------------------------------------------
010100 FD  MATCH-REPORT-FILE.
010200 01  MATCH-REPORT-RECORD            PIC X(80).
010300 WORKING-STORAGE SECTION.
010400*-----------------------------------------------------------------
010500* FILE STATUS FOR EVERY FILE, AND A SWITCH TO REMEMBER WHETHER
010600* ALL OF THEM CAME UP CLEAN.
010700*-----------------------------------------------------------------
010800 77  WS-STATUS-OBITREG           PIC X(02) VALUE SPACES.
010900 77  WS-STATUS-MASTER            PIC X(02) VALUE SPACES.
011000 77  WS-STATUS-TRANS             PIC X(02) VALUE SPACES.
011100 77  WS-STATUS-OBITRPT           PIC X(02) VALUE SPACES.
011200 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
011300     88  LOTE-ABERTO              VALUE "S".
011400 77  WS-FIM-MASTER-SW            PIC X(01) VALUE "N".
011500     88  FIM-MASTER               VALUE "S".
011600 77  WS-FIM-AVISOS-SW            PIC X(01) VALUE "N".
011700     88  FIM-AVISOS               VALUE "S".
011800*-----------------------------------------------------------------
011900* THE LOAD TABLE - EVERY ACTIVE PERSON ON THE MASTER, WITH A
012000* MARK ONCE A NOTIFICATION HAS BEEN CONFIDENTLY MATCHED TO THEM
012100* SO THE SAME PERSON IS NEVER SENT DOWN TWICE IN ONE BATCH.  AN
012200* OVERFLOW IS COUNTED AND THE RUN FLAGGED INCOMPLETE RATHER THAN
012300* SILENTLY PARTIAL.
012400*-----------------------------------------------------------------
012500 01  WS-TABELA-PESSOAS.
012600     05  WS-PESSOA-ITEM          OCCURS 9999 TIMES.
012700         10  WS-PES-ID           PIC X(06).
012800         10  WS-PES-NOME         PIC X(30).
012900         10  WS-PES-NASC         PIC 9(08).
013000         10  WS-PES-BAIXADO      PIC X(01).
013100 77  WS-QTD-PESSOAS              PIC 9(04) VALUE ZERO COMP.
013200 77  WS-IND-PESSOA               PIC 9(04) VALUE ZERO COMP.
013300 77  WS-IND-EXATO                PIC 9(04) VALUE ZERO COMP.
013400 77  WS-TOTAL-ESTOURO            PIC 9(07) VALUE ZERO.
013500*-----------------------------------------------------------------
013600* THE NOTIFICATION IN HAND - ITS NAME FOLDED TO UPPER CASE AS
013700* THE MASTER KEEPS IT, ITS NORMALIZED DATES, THE CANDIDATES
013800* FOUND AND THE REASON IT WAS SENT FOR REVIEW.
013900*-----------------------------------------------------------------
014000 77  WS-NOME-AVISO               PIC X(30) VALUE SPACES.
014100 77  WS-NASC-AVISO               PIC 9(08) VALUE ZERO.
014200 77  WS-OBITO-AVISO              PIC 9(08) VALUE ZERO.
014300 77  WS-QTD-EXATOS               PIC 9(04) VALUE ZERO COMP.
014400 77  WS-QTD-PARECIDOS            PIC 9(04) VALUE ZERO COMP.
014500 77  WS-MOTIVO                   PIC X(40) VALUE SPACES.
014600 77  WS-TIPO-CANDIDATO           PIC X(08) VALUE SPACES.
014700 77  WS-IND-CHAR                 PIC 9(02) VALUE ZERO COMP.
014800 77  WS-QTD-DIFERENCAS           PIC 9(02) VALUE ZERO.
014900*    HOW MANY CHARACTER POSITIONS TWO NAMES MAY DIFFER BY AND
015000*    STILL READ AS THE SAME PERSON MISKEYED.
015100 77  WS-LIMITE-DIFERENCAS        PIC 9(02) VALUE 2.
015200*-----------------------------------------------------------------
015300* CONTROL TOTALS.
015400*-----------------------------------------------------------------
015500 77  WS-TOTAL-LIDOS              PIC 9(07) VALUE ZERO.
015600 77  WS-TOTAL-AVISOS             PIC 9(07) VALUE ZERO.
015700 77  WS-TOTAL-GERADAS            PIC 9(07) VALUE ZERO.
015800 77  WS-TOTAL-REVISAO            PIC 9(07) VALUE ZERO.
015900 77  WS-TOTAL-SEM-CANDIDATO      PIC 9(07) VALUE ZERO.
016000 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
016100 77  WS-ROTULO-TOTAL             PIC X(25) VALUE SPACES.
016200*-----------------------------------------------------------------
016300* PARAMETER AREA FOR THE AGECALC SUBPROGRAM - THE SAME DATE
016400* EDITING PERSEDIT WILL APPLY TO THE GENERATED TRANSACTION, SO A
016500* DATE OF DEATH THIS RUN ACCEPTS IS ONE THE EDIT ACCEPTS.
016600*-----------------------------------------------------------------
016700     COPY AGECALCP.
016800*-----------------------------------------------------------------
016900* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
017000* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
017100* COUNT AND RETURN CODE TO.
017200*-----------------------------------------------------------------
017300     COPY RUNLOGP.
017400*-----------------------------------------------------------------
017500* REPORT PAGE CONTROL AND SCRATCH LINE.
017600*-----------------------------------------------------------------
017700 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 20.
017800 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
017900 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
018000 77  WS-LINHA-RELATORIO          PIC X(80) VALUE SPACES.
018100 77  WS-LINHA-GUARDADA           PIC X(80) VALUE SPACES.
018200 77  WS-RESULTADO                PIC X(10) VALUE SPACES.
018300*-----------------------------------------------------------------
018400* LITERAL COLUMN HEADING LINE FOR THE REPORT.
018500*-----------------------------------------------------------------
018600 01  WS-CABECALHO-COLUNAS.
018700     05  FILLER                  PIC X(12) VALUE "RESULTADO".
018800     05  FILLER                  PIC X(08) VALUE "ID".
018900     05  FILLER                  PIC X(32) VALUE "NOME".
019000     05  FILLER                  PIC X(10) VALUE "NASCIM.".
019100     05  FILLER                  PIC X(18) VALUE "OBITO".
019200*-----------------------------------------------------------------
019300* TODAY'S DATE, FROM FUNCTION CURRENT-DATE (YYYYMMDD PORTION).
019400*-----------------------------------------------------------------
019500 77  WS-DATA-HOJE                PIC 9(08) VALUE ZEROS.
019600
019700 PROCEDURE DIVISION.
019800 0000-MAINLINE.
019900
020000     MOVE "INICIO" TO RL-EVENTO
020100     MOVE ZERO     TO RL-CONTAGEM
020200     MOVE ZERO     TO RL-CODIGO-RETORNO
020300     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
020400
020500     PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
020600
020700     IF LOTE-ABERTO
020800         PERFORM 1100-CARREGAR-MASTER THRU 1100-EXIT
020900             UNTIL FIM-MASTER
021000         PERFORM 2000-PROCESSAR-AVISO THRU 2000-EXIT
021100             UNTIL FIM-AVISOS
021200         PERFORM 5000-FECHAR-ARQUIVOS THRU 5000-EXIT
021300     END-IF
021400
021500     MOVE "FIM"            TO RL-EVENTO
021600     MOVE WS-TOTAL-GERADAS TO RL-CONTAGEM
021700     MOVE RETURN-CODE      TO RL-CODIGO-RETORNO
021800     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
021900
022000     STOP RUN.
022100*-----------------------------------------------------------------
022200* 1000-ABRIR-ARQUIVOS
022300* OPENS THE REGISTRY FILE, THE MASTER (INPUT ONLY), THE
022400* GENERATED BATCH AND THE REPORT, EACH STATUS-CHECKED.  WRITES
022500* THE BATCH HEADER AND READS THE FIRST MASTER RECORD AND THE
022600* FIRST NOTIFICATION AHEAD.
022700*-----------------------------------------------------------------
022800 1000-ABRIR-ARQUIVOS.
022900
023000     MOVE "N" TO WS-LOTE-ABERTO-SW
023100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
023200
023300     OPEN INPUT DEATH-NOTICE-FILE
023400     IF WS-STATUS-OBITREG NOT = "00"
023500         DISPLAY "*** ERRO AO ABRIR OBITREG - FILE STATUS "
023600             WS-STATUS-OBITREG " - CONFRONTO CANCELADO - "
023700             "RETURN-CODE 8 ***"
023800         MOVE 8 TO RETURN-CODE
023900     ELSE
024000         OPEN INPUT PERSON-MASTER-FILE
024100         OPEN OUTPUT TRANS-FILE
024200         OPEN OUTPUT MATCH-REPORT-FILE
024300         IF WS-STATUS-MASTER NOT = "00" OR
024400            WS-STATUS-TRANS NOT = "00" OR
024500            WS-STATUS-OBITRPT NOT = "00"
024600             DISPLAY "*** ERRO AO ABRIR PERSONMST/OBITTRN/"
024700                 "OBITRPT - CONFRONTO CANCELADO - "
024800                 "RETURN-CODE 8 ***"
024900             CLOSE DEATH-NOTICE-FILE
025000             CLOSE PERSON-MASTER-FILE
025100             CLOSE TRANS-FILE
025200             CLOSE MATCH-REPORT-FILE
025300             MOVE 8 TO RETURN-CODE
025400         ELSE
025500             MOVE SPACES       TO TRANS-CONTROL-RECORD
025600             MOVE "H"          TO TC-CODIGO
025700             MOVE WS-DATA-HOJE TO TC-DATA-LOTE
025800             WRITE TRANS-CONTROL-RECORD
025900             PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
026000             PERFORM 1110-LER-MASTER THRU 1110-EXIT
026050             MOVE SPACES TO DEATH-NOTICE-RECORD
026100             PERFORM 2050-LER-AVISO THRU 2050-EXIT
026150                 UNTIL FIM-AVISOS OR
026160                       DEATH-NOTICE-RECORD NOT = SPACES
026200             MOVE "S" TO WS-LOTE-ABERTO-SW
026300         END-IF
026400     END-IF.
026500
026600 1000-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------------
026900* 1100-CARREGAR-MASTER
027000* LOADS ONE MASTER RECORD INTO THE MATCH TABLE WHEN THE PERSON
027100* IS ACTIVE - AN INACTIVE OR ALREADY DECEASED PERSON IS NOT A
027200* CANDIDATE - AND READS THE NEXT AHEAD.
027300*-----------------------------------------------------------------
027400 1100-CARREGAR-MASTER.
027500
027600     ADD 1 TO WS-TOTAL-LIDOS
027700     IF PM-SIT-ATIVO
027800         IF WS-QTD-PESSOAS < 9999
027900             ADD 1 TO WS-QTD-PESSOAS
028000             MOVE PM-ID    TO WS-PES-ID (WS-QTD-PESSOAS)
028100             MOVE PM-NOME  TO WS-PES-NOME (WS-QTD-PESSOAS)
028200             MOVE PM-DATA-NASCIMENTO
028300                 TO WS-PES-NASC (WS-QTD-PESSOAS)
028400             MOVE "N"      TO WS-PES-BAIXADO (WS-QTD-PESSOAS)
028500         ELSE
028600             ADD 1 TO WS-TOTAL-ESTOURO
028700         END-IF
028800     END-IF
028900
029000     PERFORM 1110-LER-MASTER THRU 1110-EXIT.
029100
029200 1100-EXIT.
029300     EXIT.
029400*-----------------------------------------------------------------
029500* 1110-LER-MASTER
029600*-----------------------------------------------------------------
029700 1110-LER-MASTER.
029800
029900     READ PERSON-MASTER-FILE NEXT
030000         AT END SET FIM-MASTER TO TRUE
030100     END-READ.
030200
030300 1110-EXIT.
030400     EXIT.
030500*-----------------------------------------------------------------
030600* 2000-PROCESSAR-AVISO
030700* ONE NOTIFICATION - EDITS ITS DATES, FINDS THE CANDIDATES AND
030800* DECIDES: A CONFIDENT MATCH BECOMES A TRANSACTION, ANYTHING
030900* WEAKER GOES FOR REVIEW, NO CANDIDATE AT ALL IS LISTED AS
031000* NOT FOUND.  READS THE NEXT NOTIFICATION AHEAD.
031100*-----------------------------------------------------------------
031200 2000-PROCESSAR-AVISO.
031300
031400     ADD 1 TO WS-TOTAL-AVISOS
031500     MOVE SPACES TO WS-MOTIVO
031600     MOVE ZERO   TO WS-QTD-EXATOS
031700     MOVE ZERO   TO WS-QTD-PARECIDOS
031800     MOVE ZERO   TO WS-IND-EXATO
031900
032000     PERFORM 2100-EDITAR-AVISO THRU 2100-EXIT
032100
032200     IF WS-MOTIVO = SPACES
032300         MOVE 1 TO WS-IND-PESSOA
032400         PERFORM 2200-COMPARAR-PESSOA THRU 2200-EXIT
032500             UNTIL WS-IND-PESSOA > WS-QTD-PESSOAS
032600     END-IF
032700
032800     EVALUATE TRUE
032900         WHEN WS-MOTIVO NOT = SPACES
033000             PERFORM 2400-ENVIAR-REVISAO THRU 2400-EXIT
033100         WHEN WS-QTD-EXATOS = ZERO AND
033200              WS-QTD-PARECIDOS = ZERO
033300             ADD 1 TO WS-TOTAL-SEM-CANDIDATO
033400             MOVE "NAO ACHADO" TO WS-RESULTADO
033500             PERFORM 3300-IMPRIMIR-AVISO THRU 3300-EXIT
033600         WHEN WS-QTD-EXATOS = 1 AND WS-QTD-PARECIDOS = ZERO
033700             IF WS-PES-BAIXADO (WS-IND-EXATO) = "S"
033800                 MOVE "PESSOA JA CASADA COM OUTRO AVISO"
033900                     TO WS-MOTIVO
034000                 PERFORM 2400-ENVIAR-REVISAO THRU 2400-EXIT
034100             ELSE
034200                 PERFORM 2300-GERAR-TRANSACAO THRU 2300-EXIT
034300             END-IF
034400         WHEN WS-QTD-EXATOS > 1
034500             MOVE "MAIS DE UM CADASTRO COM O MESMO NOME"
034600                 TO WS-MOTIVO
034700             PERFORM 2400-ENVIAR-REVISAO THRU 2400-EXIT
034800         WHEN WS-QTD-EXATOS = 1
034900             MOVE "NOME EXATO E OUTRO NOME PARECIDO"
035000                 TO WS-MOTIVO
035100             PERFORM 2400-ENVIAR-REVISAO THRU 2400-EXIT
035200         WHEN OTHER
035300             MOVE "APENAS NOME PARECIDO" TO WS-MOTIVO
035400             PERFORM 2400-ENVIAR-REVISAO THRU 2400-EXIT
035500     END-EVALUATE
035600
035650     MOVE SPACES TO DEATH-NOTICE-RECORD
035700     PERFORM 2050-LER-AVISO THRU 2050-EXIT
035750         UNTIL FIM-AVISOS OR
035760               DEATH-NOTICE-RECORD NOT = SPACES.
035800
035900 2000-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------------
036200* 2050-LER-AVISO
036300* READS ONE NOTIFICATION LINE.  THE CALLER CLEARS THE RECORD
036350* AND REPEATS IT UNTIL A LINE THAT IS NOT BLANK COMES IN OR THE
036360* FILE ENDS, SO BLANK LINES ARE SKIPPED.
036400*-----------------------------------------------------------------
036500 2050-LER-AVISO.
036600
036700     READ DEATH-NOTICE-FILE
036800         AT END SET FIM-AVISOS TO TRUE
037300     END-READ.
037400
037500 2050-EXIT.
037600     EXIT.
037700*-----------------------------------------------------------------
037800* 2100-EDITAR-AVISO
037900* EDITS THE NOTIFICATION BEFORE ANY MATCHING - THE NAME MUST BE
038000* PRESENT, AND BOTH DATES MUST PASS THE AGECALC EDITING (THE
038100* DATE OF DEATH EXACTLY AS PERSEDIT WILL EDIT IT) WITH THE
038200* DEATH NOT BEFORE THE BIRTH.  LEAVES THE REASON IN WS-MOTIVO,
038300* OR SPACES WITH BOTH DATES NORMALIZED.
038400*-----------------------------------------------------------------
038500 2100-EDITAR-AVISO.
038600
038700     MOVE DN-NOME TO WS-NOME-AVISO
038800     INSPECT WS-NOME-AVISO CONVERTING
038900         "abcdefghijklmnopqrstuvwxyz"
039000         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
039100     MOVE ZERO TO WS-NASC-AVISO
039200     MOVE ZERO TO WS-OBITO-AVISO
039300
039400     IF WS-NOME-AVISO = SPACES
039500         MOVE "NOME EM BRANCO NO AVISO" TO WS-MOTIVO
039600     ELSE
039700         IF DN-DATA-OBITO NOT NUMERIC OR
039800            DN-DATA-OBITO = "00000000"
039900             MOVE "DATA DE OBITO INVALIDA" TO WS-MOTIVO
040000         ELSE
040100             MOVE SPACES        TO AC-DATA-ENTRADA
040200             MOVE DN-DATA-OBITO TO AC-DATA-ENTRADA
040300             MOVE ZERO          TO AC-DATA-REFERENCIA
040400             CALL "AGECALC" USING AGECALC-PARAMETROS
040500             IF NOT AC-OK
040600                 STRING "OBITO: " AC-MSG-ERRO
040700                     DELIMITED BY SIZE INTO WS-MOTIVO
040800                 END-STRING
040900             ELSE
041000                 MOVE AC-DATA-NASCIMENTO TO WS-OBITO-AVISO
041100             END-IF
041200         END-IF
041300     END-IF
041400
041500     IF WS-MOTIVO = SPACES
041600         MOVE DN-DATA-NASCIMENTO TO AC-DATA-ENTRADA
041700         MOVE ZERO               TO AC-DATA-REFERENCIA
041800         CALL "AGECALC" USING AGECALC-PARAMETROS
041900         IF NOT AC-OK
042000             STRING "NASCIMENTO: " AC-MSG-ERRO
042100                 DELIMITED BY SIZE INTO WS-MOTIVO
042200             END-STRING
042300         ELSE
042400             MOVE AC-DATA-NASCIMENTO TO WS-NASC-AVISO
042500             IF WS-OBITO-AVISO < WS-NASC-AVISO
042600                 MOVE "OBITO ANTERIOR AO NASCIMENTO"
042700                     TO WS-MOTIVO
042800             END-IF
042900         END-IF
043000     END-IF.
043100
043200 2100-EXIT.
043300     EXIT.
043400*-----------------------------------------------------------------
043500* 2200-COMPARAR-PESSOA
043600* ONE LOADED PERSON AGAINST THE NOTIFICATION - ONLY THE SAME
043700* BIRTH DATE QUALIFIES AT ALL; THEN AN IDENTICAL NAME IS AN
043800* EXACT CANDIDATE AND A NAME WITHIN THE CHARACTER-DIFFERENCE
043900* LIMIT A NEAR ONE.  THE FIRST EXACT CANDIDATE IS REMEMBERED.
044000*-----------------------------------------------------------------
044100 2200-COMPARAR-PESSOA.
044200
044300     IF WS-PES-NASC (WS-IND-PESSOA) = WS-NASC-AVISO
044400         IF WS-PES-NOME (WS-IND-PESSOA) = WS-NOME-AVISO
044500             ADD 1 TO WS-QTD-EXATOS
044600             IF WS-IND-EXATO = ZERO
044700                 MOVE WS-IND-PESSOA TO WS-IND-EXATO
044800             END-IF
044900         ELSE
045000             PERFORM 2210-CONTAR-DIFERENCAS THRU 2210-EXIT
045100             IF WS-QTD-DIFERENCAS <= WS-LIMITE-DIFERENCAS
045200                 ADD 1 TO WS-QTD-PARECIDOS
045300             END-IF
045400         END-IF
045500     END-IF
045600     ADD 1 TO WS-IND-PESSOA.
045700
045800 2200-EXIT.
045900     EXIT.
046000*-----------------------------------------------------------------
046100* 2210-CONTAR-DIFERENCAS
046200* COUNTS THE CHARACTER POSITIONS WHERE THE TWO NAMES DIFFER -
046300* THE MISKEYED-LETTER MEASURE.  STOPS COUNTING PAST THE LIMIT,
046400* SINCE ANYTHING ABOVE IT READS AS TWO DIFFERENT PEOPLE.
046500*-----------------------------------------------------------------
046600 2210-CONTAR-DIFERENCAS.
046700
046800     MOVE ZERO TO WS-QTD-DIFERENCAS
046900     MOVE 1    TO WS-IND-CHAR
047000     PERFORM 2220-COMPARAR-CHAR THRU 2220-EXIT
047100         UNTIL WS-IND-CHAR > 30 OR
047200               WS-QTD-DIFERENCAS > WS-LIMITE-DIFERENCAS.
047300
047400 2210-EXIT.
047500     EXIT.
047600*-----------------------------------------------------------------
047700* 2220-COMPARAR-CHAR
047800*-----------------------------------------------------------------
047900 2220-COMPARAR-CHAR.
048000
048100     IF WS-PES-NOME (WS-IND-PESSOA) (WS-IND-CHAR:1) NOT =
048200        WS-NOME-AVISO (WS-IND-CHAR:1)
048300         ADD 1 TO WS-QTD-DIFERENCAS
048400     END-IF
048500     ADD 1 TO WS-IND-CHAR.
048600
048700 2220-EXIT.
048800     EXIT.
048900*-----------------------------------------------------------------
049000* 2300-GERAR-TRANSACAO
049100* THE CONFIDENT MATCH - WRITES THE "S" TRANSACTION MARKING THE
049200* PERSON DECEASED ON THE REGISTRY'S DATE OF DEATH, CARRYING THE
049300* MASTER'S OWN NAME AND BIRTH DATE, MARKS THE PERSON AS TAKEN
049400* AND PRINTS THE MATCH.
049500*-----------------------------------------------------------------
049600 2300-GERAR-TRANSACAO.
049700
049800     MOVE SPACES         TO TRANS-RECORD
049900     MOVE "S"            TO TR-CODIGO
050000     MOVE WS-PES-ID (WS-IND-EXATO)   TO TR-ID
050100     MOVE WS-PES-NOME (WS-IND-EXATO) TO TR-NOME
050200     MOVE WS-PES-NASC (WS-IND-EXATO) TO TR-DATA-NASCIMENTO
050300     MOVE "F"            TO TR-SITUACAO
050400     MOVE WS-OBITO-AVISO TO TR-DATA-OBITO
050500     WRITE TRANS-RECORD
050600     ADD 1 TO WS-TOTAL-GERADAS
050700
050800     MOVE "S" TO WS-PES-BAIXADO (WS-IND-EXATO)
050900     MOVE "BAIXA GER." TO WS-RESULTADO
051000     PERFORM 3300-IMPRIMIR-AVISO THRU 3300-EXIT.
051100
051200 2300-EXIT.
051300     EXIT.
051400*-----------------------------------------------------------------
051500* 2400-ENVIAR-REVISAO
051600* THE WEAKER CASE - PRINTS THE NOTIFICATION, THE REASON AND
051700* EVERY CANDIDATE ON THE MASTER (SAME BIRTH DATE, EXACT OR NEAR
051800* NAME) SO THE CLERK CAN CONFIRM THE RIGHT PERSON IN PERSMNT.
051900*-----------------------------------------------------------------
052000 2400-ENVIAR-REVISAO.
052100
052200     ADD 1 TO WS-TOTAL-REVISAO
052300     MOVE "REVISAR" TO WS-RESULTADO
052400     PERFORM 3300-IMPRIMIR-AVISO THRU 3300-EXIT
052500
052600     MOVE SPACES TO WS-LINHA-RELATORIO
052700     STRING "            MOTIVO: " DELIMITED BY SIZE
052800         WS-MOTIVO               DELIMITED BY SIZE
052900         INTO WS-LINHA-RELATORIO
053000     END-STRING
053100     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
053200
053300     IF WS-QTD-EXATOS > ZERO OR WS-QTD-PARECIDOS > ZERO
053400         MOVE 1 TO WS-IND-PESSOA
053500         PERFORM 2410-LISTAR-CANDIDATO THRU 2410-EXIT
053600             UNTIL WS-IND-PESSOA > WS-QTD-PESSOAS
053700     END-IF.
053800
053900 2400-EXIT.
054000     EXIT.
054100*-----------------------------------------------------------------
054200* 2410-LISTAR-CANDIDATO
054300* PRINTS ONE LOADED PERSON WHEN IT IS A CANDIDATE FOR THE
054400* NOTIFICATION UNDER REVIEW, TAGGED EXACT OR NEAR.
054500*-----------------------------------------------------------------
054600 2410-LISTAR-CANDIDATO.
054700
054800     MOVE SPACES TO WS-TIPO-CANDIDATO
054900     IF WS-PES-NASC (WS-IND-PESSOA) = WS-NASC-AVISO
055000         IF WS-PES-NOME (WS-IND-PESSOA) = WS-NOME-AVISO
055100             MOVE "EXATO" TO WS-TIPO-CANDIDATO
055200         ELSE
055300             PERFORM 2210-CONTAR-DIFERENCAS THRU 2210-EXIT
055400             IF WS-QTD-DIFERENCAS <= WS-LIMITE-DIFERENCAS
055500                 MOVE "PARECIDO" TO WS-TIPO-CANDIDATO
055600             END-IF
055700         END-IF
055800     END-IF
055900
056000     IF WS-TIPO-CANDIDATO NOT = SPACES
056100         MOVE SPACES TO WS-LINHA-RELATORIO
056200         STRING "  CANDIDATO " DELIMITED BY SIZE
056300             WS-PES-ID (WS-IND-PESSOA)   DELIMITED BY SIZE
056400             "  "                        DELIMITED BY SIZE
056500             WS-PES-NOME (WS-IND-PESSOA) DELIMITED BY SIZE
056600             "  "                        DELIMITED BY SIZE
056700             WS-TIPO-CANDIDATO           DELIMITED BY SIZE
056800             INTO WS-LINHA-RELATORIO
056900         END-STRING
057000         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
057100     END-IF
057200     ADD 1 TO WS-IND-PESSOA.
057300
057400 2410-EXIT.
057500     EXIT.
057600*-----------------------------------------------------------------
057700* 3100-IMPRIMIR-CABECALHO
057800* STARTS A NEW REPORT PAGE - TITLE/DATE LINE, BLANK LINE, COLUMN
057900* HEADINGS, BLANK LINE - AND RESETS THE PER-PAGE LINE COUNTER.
058000*-----------------------------------------------------------------
058100 3100-IMPRIMIR-CABECALHO.
058200
058300     ADD 1  TO WS-NUMERO-PAGINA
058400     MOVE ZERO TO WS-CONTADOR-LINHAS
058500
058600     MOVE SPACES TO WS-LINHA-RELATORIO
058700     STRING "CONFRONTO DE OBITOS DO REGISTRO CIVIL   DATA: "
058800         DELIMITED BY SIZE
058900         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
059000         "/" DELIMITED BY SIZE
059100         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
059200         "/" DELIMITED BY SIZE
059300         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
059400         "   PAGINA: " DELIMITED BY SIZE
059500         WS-NUMERO-PAGINA DELIMITED BY SIZE
059600         INTO WS-LINHA-RELATORIO
059700     END-STRING
059800     WRITE MATCH-REPORT-RECORD FROM WS-LINHA-RELATORIO
059900
060000     MOVE SPACES TO WS-LINHA-RELATORIO
060100     WRITE MATCH-REPORT-RECORD FROM WS-LINHA-RELATORIO
060200
060300     WRITE MATCH-REPORT-RECORD FROM WS-CABECALHO-COLUNAS
060400
060500     MOVE SPACES TO WS-LINHA-RELATORIO
060600     WRITE MATCH-REPORT-RECORD FROM WS-LINHA-RELATORIO.
060700
060800 3100-EXIT.
060900     EXIT.
061000*-----------------------------------------------------------------
061100* 3200-GRAVAR-LINHA
061200* WRITES ONE REPORT LINE, BREAKING TO A NEW PAGE WHEN THE PAGE
061300* IS FULL.  THE PAGE HEADER USES WS-LINHA-RELATORIO AS ITS OWN
061400* SCRATCH AREA, SO THE PENDING LINE IS HELD ACROSS THE BREAK.
061500*-----------------------------------------------------------------
061600 3200-GRAVAR-LINHA.
061700
061800     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
061900         MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
062000         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
062100         MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
062200     END-IF
062300     WRITE MATCH-REPORT-RECORD FROM WS-LINHA-RELATORIO
062400     ADD 1 TO WS-CONTADOR-LINHAS.
062500
062600 3200-EXIT.
062700     EXIT.
062800*-----------------------------------------------------------------
062900* 3300-IMPRIMIR-AVISO
063000* PRINTS THE NOTIFICATION IN HAND WITH THE OUTCOME IN
063100* WS-RESULTADO - THE MATCHED PR-ID ON A GENERATED TRANSACTION,
063200* THE REGISTRY'S NAME AND DATES AS RECEIVED.
063300*-----------------------------------------------------------------
063400 3300-IMPRIMIR-AVISO.
063500
063600     MOVE SPACES TO WS-LINHA-RELATORIO
063700     IF WS-RESULTADO = "BAIXA GER."
063800         STRING WS-RESULTADO         DELIMITED BY SIZE
063900             "  "                    DELIMITED BY SIZE
064000             WS-PES-ID (WS-IND-EXATO) DELIMITED BY SIZE
064100             "  "                    DELIMITED BY SIZE
064200             DN-NOME                 DELIMITED BY SIZE
064300             "  "                    DELIMITED BY SIZE
064400             DN-DATA-NASCIMENTO      DELIMITED BY SIZE
064500             "  "                    DELIMITED BY SIZE
064600             DN-DATA-OBITO           DELIMITED BY SIZE
064700             INTO WS-LINHA-RELATORIO
064800         END-STRING
064900     ELSE
065000         STRING WS-RESULTADO         DELIMITED BY SIZE
065100             "  "                    DELIMITED BY SIZE
065200             "      "                DELIMITED BY SIZE
065300             "  "                    DELIMITED BY SIZE
065400             DN-NOME                 DELIMITED BY SIZE
065500             "  "                    DELIMITED BY SIZE
065600             DN-DATA-NASCIMENTO      DELIMITED BY SIZE
065700             "  "                    DELIMITED BY SIZE
065800             DN-DATA-OBITO           DELIMITED BY SIZE
065900             INTO WS-LINHA-RELATORIO
066000         END-STRING
066100     END-IF
066200     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
066300
066400 3300-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------------
066700* 5000-FECHAR-ARQUIVOS
066800* WRITES THE BATCH TRAILER WITH THE TRANSACTION COUNT, THE
066900* CONTROL-TOTAL BLOCK, AND CLOSES EVERYTHING.  AN OVERFLOWED
067000* LOAD TABLE MEANS A PERSON MAY HAVE BEEN MISSED, SO THE RUN IS
067100* FLAGGED INCOMPLETE WITH RETURN-CODE 8.
067200*-----------------------------------------------------------------
067300 5000-FECHAR-ARQUIVOS.
067400
067500     MOVE SPACES           TO TRANS-CONTROL-RECORD
067600     MOVE "T"              TO TC-CODIGO
067700     MOVE WS-TOTAL-GERADAS TO TC-CONTAGEM
067800     WRITE TRANS-CONTROL-RECORD
067900
068000     MOVE SPACES TO WS-LINHA-RELATORIO
068100     WRITE MATCH-REPORT-RECORD FROM WS-LINHA-RELATORIO
068200
068300     MOVE "CADASTRO LIDO" TO WS-ROTULO-TOTAL
068400     MOVE WS-TOTAL-LIDOS TO WS-TOTAL-EDITADO
068500     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
068600
068700     MOVE "ATIVOS CONFRONTADOS" TO WS-ROTULO-TOTAL
068800     MOVE WS-QTD-PESSOAS TO WS-TOTAL-EDITADO
068900     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
069000
069100     MOVE "AVISOS DE OBITO LIDOS" TO WS-ROTULO-TOTAL
069200     MOVE WS-TOTAL-AVISOS TO WS-TOTAL-EDITADO
069300     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
069400
069500     MOVE "TRANSACOES GERADAS" TO WS-ROTULO-TOTAL
069600     MOVE WS-TOTAL-GERADAS TO WS-TOTAL-EDITADO
069700     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
069800
069900     MOVE "AVISOS PARA REVISAO" TO WS-ROTULO-TOTAL
070000     MOVE WS-TOTAL-REVISAO TO WS-TOTAL-EDITADO
070100     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
070200
070300     MOVE "AVISOS SEM CANDIDATO" TO WS-ROTULO-TOTAL
070400     MOVE WS-TOTAL-SEM-CANDIDATO TO WS-TOTAL-EDITADO
070500     PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
070600
070700     IF WS-TOTAL-ESTOURO > ZERO
070800         MOVE "FORA DA TABELA (INCOMPLETO)" TO WS-ROTULO-TOTAL
070900         MOVE WS-TOTAL-ESTOURO TO WS-TOTAL-EDITADO
071000         PERFORM 5100-GRAVAR-TOTAL THRU 5100-EXIT
071100         DISPLAY "*** CADASTRO EXCEDE A TABELA - CONFRONTO "
071200             "INCOMPLETO - RETURN-CODE 8 ***"
071300         MOVE 8 TO RETURN-CODE
071400     END-IF
071500
071600     CLOSE DEATH-NOTICE-FILE
071700     CLOSE PERSON-MASTER-FILE
071800     CLOSE TRANS-FILE
071900     CLOSE MATCH-REPORT-FILE.
072000
072100 5000-EXIT.
072200     EXIT.
072300*-----------------------------------------------------------------
072400* 5100-GRAVAR-TOTAL
072500* PRINTS ONE CONTROL-TOTAL LINE FROM THE LABEL AND EDITED COUNT
072600* LEFT BY THE CALLER.
072700*-----------------------------------------------------------------
072800 5100-GRAVAR-TOTAL.
072900
073000     MOVE SPACES TO WS-LINHA-RELATORIO
073100     STRING "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***"
073200         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
073300     END-STRING
073400     WRITE MATCH-REPORT-RECORD FROM WS-LINHA-RELATORIO.
073500
073600 5100-EXIT.
073700     EXIT.
073800*-----------------------------------------------------------------
073900* 6000-REGISTRAR-EXECUCAO
074000* RECORDS ONE RUN-LOG EVENT THROUGH THE SHARED RUNLOGW
074100* SUBPROGRAM, FROM THE EVENT, COUNT AND RETURN CODE THE CALLER
074200* LEFT IN THE PARAMETER AREA.
074300*-----------------------------------------------------------------
074400 6000-REGISTRAR-EXECUCAO.
074500
074600     MOVE "PERSOBIT" TO RL-JOB-ID
074700     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
074800
074900 6000-EXIT.
075000     EXIT.
075100 END PROGRAM PERSOBIT.
