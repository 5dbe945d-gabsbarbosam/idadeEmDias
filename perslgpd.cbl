000100******************************************************************
000200* PROGRAM:     PERSLGPD
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     DATA-SUBJECT RUN FOR THE LGPD.  GIVEN ONE PR-ID
000800*              IT SEARCHES EVERY FILE THAT HOLDS PERSON DATA -
000900*              THE MASTER (PERSONMST), THE CHANGE HISTORY
001000*              (PERSHIST), THE LIVE AUDIT TRAIL (AUDITLOG), THE
001100*              AGE EXTRACTS AND THEIR RESEND COPIES, AND ANY
001200*              DATED AUDIT ARCHIVE (AUDARCH.AAAAMMDD), MASTER
001300*              BACKUP (PERSBKP.AAAAMMDD) OR OLD EXTRACT COPY THE
001400*              OPERATOR NAMES, THE DEPENDENTS FILE (DEPVINC) AND
001410*              THE CURRENT AND PRIOR ELIGIBILITY FILES (ELEGIB,
001420*              ELEGANT).  THE (D)OSSIE FUNCTION PRINTS
001500*              EVERY OCCURRENCE OF THE PERSON ON ONE DOSSIER
001600*              (LGPDRPT).  THE (A)NONIMIZACAO FUNCTION MASKS
001700*              THE NAME AND BLANKS THE CPF IN EVERY OCCURRENCE,
001800*              LEAVING THE DATE OF BIRTH, THE AGE IN DAYS, THE
001900*              STATUS AND THE PR-ID ITSELF UNTOUCHED SO THE AGE
002000*              STATISTICS STILL ADD UP, AND PRINTS A
002100*              CERTIFICATE LISTING EACH FILE SEARCHED AND HOW
002200*              MANY RECORDS WERE CHANGED IN IT.  THE PR-ID STAYS
002300*              BECAUSE IT IS THE MASTER KEY, THE BACKUPS ARE IN
002400*              ITS ORDER FOR THE RELOAD, AND ITS LEADING
002500*              CHARACTER IS THE BRANCH THE STATISTICS GROUP BY.
002600*              A PERSON STILL ACTIVE ON THE MASTER IS NOT
002700*              ANONYMIZED - INACTIVATE FIRST.  A FILE THAT
002800*              CANNOT BE OPENED OR REWRITTEN ENDS THE RUN WITH
002900*              RETURN-CODE 8.
003000* TECTONICS:   cobc
003100*-----------------------------------------------------------------
003200* MODIFICATION HISTORY
003300*-----------------------------------------------------------------
003400* DATE       INIT  DESCRIPTION
003500* 15/10/2026  GB   ORIGINAL VERSION.
003510* 15/10/2026  GB   EVERY DATED GENERATION ON THE GENERATION
003520*                  CATALOG (GENCAT) IS NOW ADDED TO THE SEARCH
003530*                  LIST AUTOMATICALLY, AHEAD OF THE ONES THE
003540*                  OPERATOR NAMES; THE LIST HOLDS 99 FILES.
003600******************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. PERSLGPD.
003900 AUTHOR. GABRIELA BARBOSA.
004000 INSTALLATION. DATA PROCESSING CENTER.
004100 DATE-WRITTEN. 15/10/2026.
004200 DATE-COMPILED.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONMST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS PM-ID
005000         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
005100         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
005200         FILE STATUS IS WS-STATUS-MASTER.
005300     SELECT TARGET-FILE ASSIGN USING WS-NOME-ARQUIVO
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-STATUS-ALVO.
005600     SELECT WORK-FILE ASSIGN TO "LGPDWRK"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-STATUS-WORK.
005900     SELECT LGPD-REPORT-FILE ASSIGN TO "LGPDRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-STATUS-LGPDRPT.
006110     SELECT GEN-CATALOG-FILE ASSIGN TO "GENCAT"
006120         ORGANIZATION IS INDEXED
006130         ACCESS MODE IS SEQUENTIAL
006140         RECORD KEY IS GC-NOME-ARQUIVO
006150         FILE STATUS IS WS-STATUS-GENCAT.
006160     SELECT VINCULO-FILE ASSIGN TO "DEPVINC"
006170         ORGANIZATION IS INDEXED
006175         ACCESS MODE IS DYNAMIC
006180         RECORD KEY IS VN-CHAVE
006185         ALTERNATE RECORD KEY IS VN-ID-RESPONSAVEL WITH DUPLICATES
006190         FILE STATUS IS WS-STATUS-VINCULO.
006200 DATA DIVISION.
006300 FILE SECTION.
006400*-----------------------------------------------------------------
006500* PERSON-MASTER-FILE - THE INDEXED PERSON MASTER, READ (AND ON
006600* AN ANONYMIZATION REWRITTEN) BY KEY.
006700*-----------------------------------------------------------------
006800 FD  PERSON-MASTER-FILE.
006900     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
007000         ==PERSON-MASTER-RECORD==
007100         LEADING ==PR== BY ==PM==.
007200*-----------------------------------------------------------------
007300* TARGET-FILE - WHICHEVER SEQUENTIAL FILE IS BEING SEARCHED.
007400* ONE RECORD AREA, SEEN THROUGH THE LAYOUT OF EACH KIND OF FILE:
007500* THE CHANGE HISTORY (PERSHREC), THE AUDIT TRAIL AND ITS
007600* ARCHIVES (THE SAME LAYOUT EVERY WRITER USES), THE MASTER
007700* BACKUPS (PERSONREC), THE ELIGIBILITY FILES (ELEGREC) AND THE
007800* COMMA-DELIMITED EXTRACTS (THE PLAIN LINE).  SIZED FOR THE
007850* LONGEST OF THEM.
007900*-----------------------------------------------------------------
008000 FD  TARGET-FILE.
008100 01  TARGET-RECORD                  PIC X(130).
008200     COPY PERSHREC.
008300     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
008400         ==BACKUP-RECORD==
008500         LEADING ==PR== BY ==BK==.
008600 01  AUDIT-LOG-RECORD.
008700     05  AL-JOB-ID               PIC X(08).
008800     05  FILLER                  PIC X(02).
008900     05  AL-TIMESTAMP            PIC X(19).
009000     05  FILLER                  PIC X(02).
009100     05  AL-DATA-NASCIMENTO      PIC 9(08).
009200     05  FILLER                  PIC X(02).
009300     05  AL-IDADE-DIAS           PIC 9(07).
009400     05  FILLER                  PIC X(02).
009500     05  AL-OPERADOR             PIC X(08).
009600     05  FILLER                  PIC X(02).
009700     05  AL-ID                   PIC X(06).
009800     05  FILLER                  PIC X(14).
009850     COPY ELEGREC.
009900*-----------------------------------------------------------------
010000* WORK-FILE - THE ANONYMIZED COPY OF THE FILE BEING TREATED,
010100* COPIED BACK OVER IT ONCE THE WHOLE FILE HAS BEEN READ.
010200*-----------------------------------------------------------------
010300 FD  WORK-FILE.
010400 01  WORK-RECORD                    PIC X(130).
010500*-----------------------------------------------------------------
010600* LGPD-REPORT-FILE - THE DOSSIER OR THE CERTIFICATE.
010700*-----------------------------------------------------------------
010800 FD  LGPD-REPORT-FILE.
010900 01  LGPD-REPORT-RECORD             PIC X(80).
010910*-----------------------------------------------------------------
010920* GEN-CATALOG-FILE - THE GENERATION CATALOG, READ FOR THE DATED
010930* GENERATIONS ON HAND.  THE SHARED GENCATRC LAYOUT.
010940*-----------------------------------------------------------------
010950 FD  GEN-CATALOG-FILE.
010960     COPY GENCATRC.
010970*-----------------------------------------------------------------
010975* VINCULO-FILE - THE DEPENDENTS FILE, BROWSED BY KEY FOR THE
010980* LINKS WHERE THE PERSON IS THE DEPENDENT OR THE RESPONSIBLE.
010985*-----------------------------------------------------------------
010990 FD  VINCULO-FILE.
010995     COPY VINCREC.
011000 WORKING-STORAGE SECTION.
011100*-----------------------------------------------------------------
011200* RUN MODE - (D)OSSIE PRINTS EVERY OCCURRENCE, (A)NONIMIZACAO
011300* MASKS THEM AND CERTIFIES WHAT WAS CHANGED.
011400*-----------------------------------------------------------------
011500 77  WS-MODO                     PIC X(01) VALUE "D".
011600     88  MODO-ANONIMIZACAO        VALUES "A" "a".
011700 77  WS-CONFIRMA                 PIC X(01) VALUE "N".
011800     88  CONFIRMADO               VALUES "S" "s".
011900*-----------------------------------------------------------------
012000* FILE STATUS FOR EVERY FILE, AND A SWITCH TO REMEMBER WHETHER
012100* THE RUN GOT AS FAR AS THE REPORT.
012200*-----------------------------------------------------------------
012300 77  WS-STATUS-MASTER            PIC X(02) VALUE SPACES.
012400 77  WS-STATUS-ALVO              PIC X(02) VALUE SPACES.
012500 77  WS-STATUS-WORK              PIC X(02) VALUE SPACES.
012600 77  WS-STATUS-LGPDRPT           PIC X(02) VALUE SPACES.
012700 77  WS-STATUS-ERRO              PIC X(02) VALUE SPACES.
012710 77  WS-STATUS-GENCAT            PIC X(02) VALUE SPACES.
012720 77  WS-FIM-CATALOGO-SW          PIC X(01) VALUE "N".
012730     88  FIM-CATALOGO             VALUE "S".
012740 77  WS-STATUS-VINCULO           PIC X(02) VALUE SPACES.
012750 77  WS-FIM-VINCULO-SW           PIC X(01) VALUE "N".
012760     88  FIM-VINCULO              VALUE "S".
012800 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
012900     88  LOTE-ABERTO              VALUE "S".
013000 77  WS-FIM-ALVO-SW              PIC X(01) VALUE "N".
013100     88  FIM-ALVO                 VALUE "S".
013200 77  WS-FIM-WORK-SW              PIC X(01) VALUE "N".
013300     88  FIM-WORK                 VALUE "S".
013400*-----------------------------------------------------------------
013500* THE DATA SUBJECT, AND WHAT THE NAME IS MASKED TO.  THE MASK IS
013600* THE SAME ON EVERY RUN, SO A SECOND PASS OVER AN ALREADY
013700* ANONYMIZED PERSON CHANGES NOTHING AND CERTIFIES ZERO.
013800*-----------------------------------------------------------------
013900 77  WS-ID-TITULAR               PIC X(06) VALUE SPACES.
014000 77  WS-NOME-MASCARA             PIC X(30)
014100         VALUE "*** ANONIMIZADO - LGPD ***".
014200*-----------------------------------------------------------------
014300* THE FILES TO SEARCH, IN ORDER - THE FIXED ONES FIRST, THEN
014310* THE DATED GENERATIONS ON THE GENERATION CATALOG, THEN ANY
014400* OTHERS THE OPERATOR NAMES.  THE KIND SAYS
014500* WHICH LAYOUT THE FILE IS READ THROUGH:
014600*   M = MASTER            H = CHANGE HISTORY
014700*   A = AUDIT TRAIL       B = MASTER BACKUP
014800*   E = EXTRACT (ID IN THE FIRST COLUMN)
014900*   D = DELTA   (ID IN THE SECOND COLUMN)
014910*   G = ELIGIBILITY       V = DEPENDENTS (INDEXED)
014920* THE SAME FILE IS NEVER LISTED TWICE - A GENERATION THE
014930* OPERATOR ALSO NAMES IS SEARCHED ONCE.
015000* EACH ROW CARRIES ITS OWN COUNTS AND OUTCOME FOR THE CLOSING
015100* SUMMARY OR CERTIFICATE.
015200*-----------------------------------------------------------------
015300 77  WS-MAX-ARQUIVOS             PIC 9(02) VALUE 99 COMP.
015400 77  WS-QTD-ARQUIVOS             PIC 9(02) VALUE ZERO COMP.
015500 77  WS-IND-ARQUIVO              PIC 9(03) VALUE ZERO COMP.
015510 77  WS-IND-BUSCA                PIC 9(03) VALUE ZERO COMP.
015520 77  WS-NOME-REPETIDO-SW         PIC X(01) VALUE "N".
015530     88  NOME-REPETIDO            VALUE "S".
015600 01  WS-TABELA-ARQUIVOS.
015700     05  WS-ARQ-ITEM             OCCURS 99 TIMES.
015800         10  WS-ARQ-NOME         PIC X(24).
015900         10  WS-ARQ-TIPO         PIC X(01).
016000         10  WS-ARQ-LIDOS        PIC 9(07).
016100         10  WS-ARQ-ACHADOS      PIC 9(07).
016200         10  WS-ARQ-ALTERADOS    PIC 9(07).
016300         10  WS-ARQ-SITUACAO     PIC X(20).
016400 77  WS-NOVO-NOME                PIC X(24) VALUE SPACES.
016500 77  WS-NOVO-TIPO                PIC X(01) VALUE SPACES.
016600 77  WS-FIM-LISTA-SW             PIC X(01) VALUE "N".
016700     88  FIM-LISTA                VALUE "S".
016800*-----------------------------------------------------------------
016900* THE FILE BEING TREATED - ITS NAME (FOR THE DYNAMIC ASSIGN),
017000* ITS KIND AND ITS COUNTS.
017100*-----------------------------------------------------------------
017200 77  WS-NOME-ARQUIVO             PIC X(24) VALUE SPACES.
017300 77  WS-TIPO-ARQUIVO             PIC X(01) VALUE SPACES.
017400     88  ARQ-CADASTRO             VALUE "M".
017500     88  ARQ-HISTORICO            VALUE "H".
017600     88  ARQ-AUDITORIA            VALUE "A".
017700     88  ARQ-BACKUP               VALUE "B".
017800     88  ARQ-EXTRATO              VALUE "E".
017900     88  ARQ-DELTA                VALUE "D".
017910     88  ARQ-ELEGIBILIDADE        VALUE "G".
017920     88  ARQ-VINCULO              VALUE "V".
017930     88  ARQ-SEM-NOME-CPF         VALUES "A" "G" "V".
018000 77  WS-LIDOS                    PIC 9(07) VALUE ZERO.
018100 77  WS-ACHADOS                  PIC 9(07) VALUE ZERO.
018200 77  WS-ALTERADOS                PIC 9(07) VALUE ZERO.
018300 77  WS-SITUACAO-ARQUIVO         PIC X(20) VALUE SPACES.
018400 77  WS-REGISTRO-ALTERADO-SW     PIC X(01) VALUE "N".
018500     88  REGISTRO-ALTERADO        VALUE "S".
018600*-----------------------------------------------------------------
018700* ONE EXTRACT OR DELTA LINE SPLIT ON ITS COMMAS, AND THE
018800* POSITIONS OF THE ID, THE NAME AND THE CPF IN IT (THE DELTA
018900* CARRIES ITS ACTION CODE IN FRONT OF THE EXTRACT COLUMNS).
019000* A LINE FROM BEFORE THE CPF COLUMN EXISTED SIMPLY HAS FEWER
019100* COLUMNS.
019200*-----------------------------------------------------------------
019300 01  WS-TABELA-CAMPOS.
019400     05  WS-CAMPO                PIC X(60) OCCURS 10 TIMES.
019500 77  WS-QTD-CAMPOS               PIC 9(02) VALUE ZERO COMP.
019600 77  WS-IND-CAMPO                PIC 9(02) VALUE ZERO COMP.
019700 77  WS-POS-ID                   PIC 9(02) VALUE ZERO COMP.
019800 77  WS-POS-NOME                 PIC 9(02) VALUE ZERO COMP.
019900 77  WS-POS-CPF                  PIC 9(02) VALUE ZERO COMP.
020000 77  WS-LINHA-MONTADA            PIC X(130) VALUE SPACES.
020100 77  WS-PONTEIRO                 PIC 9(03) VALUE ZERO COMP.
020200*-----------------------------------------------------------------
020300* ONE PERSON IMAGE STAGED FOR PRINTING, FROM THE MASTER, A
020400* BACKUP OR A HISTORY ENTRY.
020500*-----------------------------------------------------------------
020600 77  WS-IMG-NOME                 PIC X(30) VALUE SPACES.
020700 77  WS-IMG-CPF                  PIC X(11) VALUE SPACES.
020800 77  WS-IMG-NASCIMENTO           PIC 9(08) VALUE ZERO.
020900 77  WS-IMG-IDADE-DIAS           PIC 9(07) VALUE ZERO.
021000 77  WS-IMG-SITUACAO             PIC X(01) VALUE SPACES.
021100 77  WS-IMG-OBITO                PIC 9(08) VALUE ZERO.
021110*-----------------------------------------------------------------
021120* ONE DEPENDENTS LINK STAGED FOR PRINTING - THE PERSON'S PART IN
021130* IT AND THE OTHER PARTY.
021140*-----------------------------------------------------------------
021150 77  WS-PAPEL-VINCULO            PIC X(15) VALUE SPACES.
021160 77  WS-OUTRA-PARTE              PIC X(06) VALUE SPACES.
021200*-----------------------------------------------------------------
021300* RUN TOTALS.
021400*-----------------------------------------------------------------
021500 77  WS-TOTAL-ACHADOS            PIC 9(07) VALUE ZERO.
021600 77  WS-TOTAL-ALTERADOS          PIC 9(07) VALUE ZERO.
021700 77  WS-TOTAL-ARQ-ALTERADOS      PIC 9(07) VALUE ZERO.
021800 77  WS-TOTAL-ARQ-ERRO           PIC 9(07) VALUE ZERO.
021900 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
022000 77  WS-ROTULO-TOTAL             PIC X(25) VALUE SPACES.
022100*-----------------------------------------------------------------
022200* REPORT PAGE CONTROL AND SCRATCH LINES.
022300*-----------------------------------------------------------------
022400 77  WS-MAX-LINHAS-PAGINA        PIC 9(02) VALUE 20.
022500 77  WS-CONTADOR-LINHAS          PIC 9(02) VALUE ZERO.
022600 77  WS-NUMERO-PAGINA            PIC 9(04) VALUE ZERO.
022700 77  WS-LINHA-RELATORIO          PIC X(80) VALUE SPACES.
022800 77  WS-LINHA-GUARDADA           PIC X(80) VALUE SPACES.
022900 77  WS-TEXTO-TITULO             PIC X(30) VALUE SPACES.
023000 77  WS-LIDOS-EDITADO            PIC ZZZZZZ9.
023100 77  WS-ACHADOS-EDITADO          PIC ZZZZZZ9.
023200 77  WS-ALTERADOS-EDITADO        PIC ZZZZZZ9.
023300*-----------------------------------------------------------------
023400* LITERAL COLUMN HEADING LINE FOR THE PER-FILE SUMMARY.
023500*-----------------------------------------------------------------
023600 01  WS-CABECALHO-COLUNAS.
023700     05  FILLER                  PIC X(26) VALUE "ARQUIVO".
023800     05  FILLER                  PIC X(09) VALUE "    LIDOS".
023900     05  FILLER                  PIC X(13)
024000             VALUE "  OCORRENCIAS".
024100     05  FILLER                  PIC X(11) VALUE "  ALTERADOS".
024200     05  FILLER                  PIC X(21) VALUE "  SITUACAO".
024300*-----------------------------------------------------------------
024400* TODAY'S DATE, FROM FUNCTION CURRENT-DATE (YYYYMMDD PORTION).
024500*-----------------------------------------------------------------
024600 77  WS-DATA-HOJE                PIC 9(08) VALUE ZEROS.
024700*-----------------------------------------------------------------
024800* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
024900* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
025000* COUNT AND RETURN CODE TO.
025100*-----------------------------------------------------------------
025200     COPY RUNLOGP.
025300
025400 PROCEDURE DIVISION.
025500 0000-MAINLINE.
025600
025700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
025800
025900     MOVE "INICIO" TO RL-EVENTO
026000     MOVE ZERO     TO RL-CONTAGEM
026100     MOVE ZERO     TO RL-CODIGO-RETORNO
026200     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
026300
026400     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
026500
026600     IF LOTE-ABERTO
026700         MOVE 1 TO WS-IND-ARQUIVO
026800         PERFORM 2000-TRATAR-ARQUIVO THRU 2000-EXIT
026900             UNTIL WS-IND-ARQUIVO > WS-QTD-ARQUIVOS
027000         PERFORM 4000-IMPRIMIR-RESUMO THRU 4000-EXIT
027100         CLOSE LGPD-REPORT-FILE
027200     END-IF
027300
027400     MOVE "FIM"            TO RL-EVENTO
027500     MOVE WS-TOTAL-ACHADOS TO RL-CONTAGEM
027600     MOVE RETURN-CODE      TO RL-CODIGO-RETORNO
027700     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
027800
027900     STOP RUN.
028000*-----------------------------------------------------------------
028100* 1000-INICIALIZAR
028200* TAKES THE FUNCTION AND THE PR-ID FROM THE OPERATOR.  AN
028300* ANONYMIZATION IS REFUSED FOR A PERSON STILL ACTIVE ON THE
028400* MASTER AND MUST BE CONFIRMED.  BUILDS THE LIST OF FILES TO
028500* SEARCH AND OPENS THE REPORT.
028600*-----------------------------------------------------------------
028700 1000-INICIALIZAR.
028800
028900     MOVE "N" TO WS-LOTE-ABERTO-SW
029000
029100     DISPLAY "FUNCAO - (D)OSSIE DO TITULAR OU "
029200         "(A)NONIMIZACAO? "
029300     ACCEPT WS-MODO
029400
029500     DISPLAY "ID DO TITULAR (PR-ID)? "
029600     MOVE SPACES TO WS-ID-TITULAR
029700     ACCEPT WS-ID-TITULAR
029800
029900     IF WS-ID-TITULAR = SPACES
030000         DISPLAY "*** ID NAO INFORMADO - EXECUCAO CANCELADA - "
030100             "RETURN-CODE 8 ***"
030200         MOVE 8 TO RETURN-CODE
030300     ELSE
030400         MOVE "S" TO WS-CONFIRMA
030500         IF MODO-ANONIMIZACAO
030600             PERFORM 1100-VERIFICAR-TITULAR THRU 1100-EXIT
030700         END-IF
030800         IF CONFIRMADO
030900             PERFORM 1200-MONTAR-LISTA THRU 1200-EXIT
031000             OPEN OUTPUT LGPD-REPORT-FILE
031100             IF WS-STATUS-LGPDRPT NOT = "00"
031200                 DISPLAY "*** ERRO AO ABRIR LGPDRPT - FILE "
031300                     "STATUS " WS-STATUS-LGPDRPT
031400                     " - EXECUCAO CANCELADA - RETURN-CODE 8 ***"
031500                 MOVE 8 TO RETURN-CODE
031600             ELSE
031700                 IF MODO-ANONIMIZACAO
031800                     MOVE "CERTIFICADO DE ANONIMIZACAO"
031900                         TO WS-TEXTO-TITULO
032000                 ELSE
032100                     MOVE "DOSSIE DO TITULAR"
032200                         TO WS-TEXTO-TITULO
032300                 END-IF
032400                 PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
032500                 MOVE "S" TO WS-LOTE-ABERTO-SW
032600             END-IF
032700         END-IF
032800     END-IF.
032900
033000 1000-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------------
033300* 1100-VERIFICAR-TITULAR
033400* LOOKS THE PERSON UP ON THE MASTER BEFORE AN ANONYMIZATION.
033500* STILL ACTIVE THERE MEANS THE DATA IS STILL IN USE AND THE RUN
033600* IS REFUSED; INACTIVE, DECEASED OR NO LONGER ON THE MASTER
033700* (DELETED, WITH TRACES LEFT ELSEWHERE) GOES AHEAD ONCE THE
033800* OPERATOR CONFIRMS.  WS-CONFIRMA COMES BACK "S" ONLY THEN.
033900*-----------------------------------------------------------------
034000 1100-VERIFICAR-TITULAR.
034100
034200     MOVE "N" TO WS-CONFIRMA
034300
034400     OPEN INPUT PERSON-MASTER-FILE
034500     IF WS-STATUS-MASTER NOT = "00"
034600         DISPLAY "*** ERRO AO ABRIR PERSONMST - FILE STATUS "
034700             WS-STATUS-MASTER " - ANONIMIZACAO CANCELADA - "
034800             "RETURN-CODE 8 ***"
034900         MOVE 8 TO RETURN-CODE
035000     ELSE
035100         MOVE WS-ID-TITULAR TO PM-ID
035200         READ PERSON-MASTER-FILE
035300             INVALID KEY
035400                 DISPLAY "TITULAR " WS-ID-TITULAR
035500                     " NAO CONSTA DO CADASTRO - SERAO TRATADOS "
035600                     "OS DEMAIS ARQUIVOS"
035700                 MOVE "S" TO WS-CONFIRMA
035800             NOT INVALID KEY
035900                 IF PM-SIT-ATIVO
036000                     DISPLAY "*** TITULAR " WS-ID-TITULAR
036100                         " ATIVO NO CADASTRO - INATIVE ANTES DE "
036200                         "ANONIMIZAR - RETURN-CODE 8 ***"
036300                     MOVE 8 TO RETURN-CODE
036400                 ELSE
036500                     MOVE "S" TO WS-CONFIRMA
036600                 END-IF
036700         END-READ
036800         CLOSE PERSON-MASTER-FILE
036900     END-IF
037000
037100     IF CONFIRMADO
037200         DISPLAY "CONFIRMA A ANONIMIZACAO DE " WS-ID-TITULAR
037300             " EM TODOS OS ARQUIVOS (S/N)? "
037400         MOVE "N" TO WS-CONFIRMA
037500         ACCEPT WS-CONFIRMA
037600         IF NOT CONFIRMADO
037700             DISPLAY "*** ANONIMIZACAO NAO CONFIRMADA - NADA "
037800                 "FOI ALTERADO ***"
037900         END-IF
038000     END-IF.
038100
038200 1100-EXIT.
038300     EXIT.
038400*-----------------------------------------------------------------
038500* 1200-MONTAR-LISTA
038600* THE FIXED FILES - THE MASTER, THE HISTORY, THE LIVE AUDIT
038700* TRAIL, THE CURRENT AND PRIOR EXTRACTS, THE DELTA, THE
038800* PERSON'S OWN BRANCH EXTRACT (AGEEXTR. PLUS THE LEADING
038900* CHARACTER OF THE ID) AND THE RESEND COPIES OF ALL OF THEM,
038905* THE DEPENDENTS FILE AND THE CURRENT AND PRIOR ELIGIBILITY -
038910* THEN EVERY DATED GENERATION ON THE GENERATION CATALOG, SO NO
038920* BACKUP OR ARCHIVE STILL ON DISK IS MISSED, AND LAST WHATEVER
039000* OTHER FILES THE OPERATOR NAMES.
039100*-----------------------------------------------------------------
039200 1200-MONTAR-LISTA.
039300
039400     MOVE ZERO TO WS-QTD-ARQUIVOS
039500
039600     MOVE "PERSONMST" TO WS-NOVO-NOME
039700     MOVE "M"         TO WS-NOVO-TIPO
039800     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
039900     MOVE "PERSHIST"  TO WS-NOVO-NOME
040000     MOVE "H"         TO WS-NOVO-TIPO
040100     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
040200     MOVE "AUDITLOG"  TO WS-NOVO-NOME
040300     MOVE "A"         TO WS-NOVO-TIPO
040400     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
040500     MOVE "AGEEXTR"   TO WS-NOVO-NOME
040600     MOVE "E"         TO WS-NOVO-TIPO
040700     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
040800     MOVE "AGEEXTRP"  TO WS-NOVO-NOME
040900     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
041000     MOVE SPACES TO WS-NOVO-NOME
041100     STRING "AGEEXTR."          DELIMITED BY SIZE
041200         WS-ID-TITULAR (1:1)    DELIMITED BY SIZE
041300         INTO WS-NOVO-NOME
041400     END-STRING
041500     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
041600     MOVE "REENVIO.AGEEXTR" TO WS-NOVO-NOME
041700     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
041800     MOVE SPACES TO WS-NOVO-NOME
041900     STRING "REENVIO.AGEEXTR."  DELIMITED BY SIZE
042000         WS-ID-TITULAR (1:1)    DELIMITED BY SIZE
042100         INTO WS-NOVO-NOME
042200     END-STRING
042300     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
042400     MOVE "AGEDELTA"  TO WS-NOVO-NOME
042500     MOVE "D"         TO WS-NOVO-TIPO
042600     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
042700     MOVE "REENVIO.AGEDELTA" TO WS-NOVO-NOME
042800     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
042810     MOVE "DEPVINC"   TO WS-NOVO-NOME
042820     MOVE "V"         TO WS-NOVO-TIPO
042830     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
042840     MOVE "ELEGIB"    TO WS-NOVO-NOME
042850     MOVE "G"         TO WS-NOVO-TIPO
042860     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
042870     MOVE "ELEGANT"   TO WS-NOVO-NOME
042880     PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
042900
043000     MOVE "N" TO WS-FIM-LISTA-SW
043010     OPEN INPUT GEN-CATALOG-FILE
043020     IF WS-STATUS-GENCAT NOT = "00"
043030         DISPLAY "CATALOGO DE GERACOES INDISPONIVEL - FILE "
043040             "STATUS " WS-STATUS-GENCAT " - INFORME AS GERACOES"
043045             " A PESQUISAR"
043050     ELSE
043060         MOVE "N" TO WS-FIM-CATALOGO-SW
043070         PERFORM 1220-LER-CATALOGO THRU 1220-EXIT
043080             UNTIL FIM-CATALOGO OR FIM-LISTA
043090         CLOSE GEN-CATALOG-FILE
043095     END-IF
043098
043100     PERFORM 1210-PEDIR-ARQUIVO THRU 1210-EXIT
043200         UNTIL FIM-LISTA.
043300
043400 1200-EXIT.
043500     EXIT.
043600*-----------------------------------------------------------------
043700* 1210-PEDIR-ARQUIVO
043800* ONE DATED GENERATION NAMED BY THE OPERATOR, ITS KIND TAKEN
043900* FROM THE NAME - AUDARCH.AAAAMMDD IS AN AUDIT ARCHIVE,
044000* PERSBKP.AAAAMMDD A MASTER BACKUP, ANYTHING NAMED FOR THE
044100* DELTA A DELTA, AND ANY OTHER NAME AN OLD EXTRACT COPY.  A
044200* BLANK ANSWER ENDS THE LIST.
044300*-----------------------------------------------------------------
044400 1210-PEDIR-ARQUIVO.
044500
044600     DISPLAY "ARQUIVO ADICIONAL (AUDARCH.AAAAMMDD, "
044700         "PERSBKP.AAAAMMDD OU EXTRATO ANTIGO) - BRANCO ENCERRA? "
044800     MOVE SPACES TO WS-NOVO-NOME
044900     ACCEPT WS-NOVO-NOME
045000
045100     IF WS-NOVO-NOME = SPACES
045200         MOVE "S" TO WS-FIM-LISTA-SW
045300     ELSE
045400         EVALUATE TRUE
045500             WHEN WS-NOVO-NOME (1:8) = "AUDARCH."
045600                 MOVE "A" TO WS-NOVO-TIPO
045700             WHEN WS-NOVO-NOME (1:8) = "PERSBKP."
045800                 MOVE "B" TO WS-NOVO-TIPO
045900             WHEN WS-NOVO-NOME (1:8) = "AGEDELTA" OR
046000                  WS-NOVO-NOME (1:16) = "REENVIO.AGEDELTA"
046100                 MOVE "D" TO WS-NOVO-TIPO
046200             WHEN OTHER
046300                 MOVE "E" TO WS-NOVO-TIPO
046400         END-EVALUATE
046500         PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
046600     END-IF.
046700
046800 1210-EXIT.
046900     EXIT.
046901*-----------------------------------------------------------------
046902* 1220-LER-CATALOGO
046903* ONE GENERATION FROM THE CATALOG, ITS KIND TAKEN FROM THE TYPE
046904* IT WAS CATALOGED UNDER.
046905*-----------------------------------------------------------------
046906 1220-LER-CATALOGO.
046907
046908     READ GEN-CATALOG-FILE NEXT
046909         AT END
046910             SET FIM-CATALOGO TO TRUE
046911         NOT AT END
046912             MOVE GC-NOME-ARQUIVO TO WS-NOVO-NOME
046913             EVALUATE GC-TIPO
046914                 WHEN "AUDARCH"
046915                     MOVE "A" TO WS-NOVO-TIPO
046916                 WHEN "PERSBKP"
046917                     MOVE "B" TO WS-NOVO-TIPO
046918                 WHEN OTHER
046919                     MOVE "E" TO WS-NOVO-TIPO
046920             END-EVALUATE
046921             PERFORM 1250-INCLUIR-ARQUIVO THRU 1250-EXIT
046922     END-READ.
046923
046924 1220-EXIT.
046925     EXIT.
047000*-----------------------------------------------------------------
047100* 1250-INCLUIR-ARQUIVO
047200* ADDS WS-NOVO-NOME / WS-NOVO-TIPO TO THE LIST.  A NAME ALREADY
047300* ON IT (A CATALOGED GENERATION THE OPERATOR ALSO NAMES) IS
047310* LEFT OUT, SO THE FILE IS NOT SEARCHED - OR ANONYMIZED AND
047320* COUNTED - TWICE.  A FULL LIST IS SAID SO AND THE NAME IS LEFT
047330* OUT.
047400*-----------------------------------------------------------------
047500 1250-INCLUIR-ARQUIVO.
047600
047610     MOVE "N" TO WS-NOME-REPETIDO-SW
047620     MOVE 1 TO WS-IND-BUSCA
047630     PERFORM 1260-COMPARAR-NOME THRU 1260-EXIT
047640         UNTIL WS-IND-BUSCA > WS-QTD-ARQUIVOS OR NOME-REPETIDO
047650
047700     EVALUATE TRUE
047710         WHEN NOME-REPETIDO
047720             DISPLAY WS-NOVO-NOME " JA CONSTA DA LISTA - SERA "
047730                 "PESQUISADO UMA SO VEZ"
047740         WHEN WS-QTD-ARQUIVOS >= WS-MAX-ARQUIVOS
047800             DISPLAY "*** LISTA DE ARQUIVOS CHEIA - " WS-NOVO-NOME
047900                 " NAO SERA PESQUISADO ***"
048000             MOVE "S" TO WS-FIM-LISTA-SW
048100         WHEN OTHER
048200             ADD 1 TO WS-QTD-ARQUIVOS
048300             MOVE WS-NOVO-NOME TO WS-ARQ-NOME (WS-QTD-ARQUIVOS)
048400             MOVE WS-NOVO-TIPO TO WS-ARQ-TIPO (WS-QTD-ARQUIVOS)
048500             MOVE ZERO   TO WS-ARQ-LIDOS     (WS-QTD-ARQUIVOS)
048600             MOVE ZERO   TO WS-ARQ-ACHADOS   (WS-QTD-ARQUIVOS)
048700             MOVE ZERO   TO WS-ARQ-ALTERADOS (WS-QTD-ARQUIVOS)
048800             MOVE SPACES TO WS-ARQ-SITUACAO  (WS-QTD-ARQUIVOS)
048900     END-EVALUATE.
049000
049100 1250-EXIT.
049200     EXIT.
049210*-----------------------------------------------------------------
049220* 1260-COMPARAR-NOME
049230* ONE ROW OF THE LIST AGAINST THE NAME BEING ADDED.
049240*-----------------------------------------------------------------
049250 1260-COMPARAR-NOME.
049260
049270     IF WS-ARQ-NOME (WS-IND-BUSCA) = WS-NOVO-NOME
049280         MOVE "S" TO WS-NOME-REPETIDO-SW
049285     END-IF
049290     ADD 1 TO WS-IND-BUSCA.
049292
049294 1260-EXIT.
049296     EXIT.
049300*-----------------------------------------------------------------
049400* 2000-TRATAR-ARQUIVO
049500* SEARCHES (AND ON AN ANONYMIZATION TREATS) ONE FILE OF THE
049600* LIST, THEN FILES ITS COUNTS AND OUTCOME IN THE LIST ROW.
049700*-----------------------------------------------------------------
049800 2000-TRATAR-ARQUIVO.
049900
050000     MOVE WS-ARQ-NOME (WS-IND-ARQUIVO) TO WS-NOME-ARQUIVO
050100     MOVE WS-ARQ-TIPO (WS-IND-ARQUIVO) TO WS-TIPO-ARQUIVO
050200     MOVE ZERO   TO WS-LIDOS
050300     MOVE ZERO   TO WS-ACHADOS
050400     MOVE ZERO   TO WS-ALTERADOS
050500     MOVE SPACES TO WS-SITUACAO-ARQUIVO
050600
050700     IF NOT MODO-ANONIMIZACAO
050800         MOVE SPACES TO WS-LINHA-RELATORIO
050900         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
051000         MOVE SPACES TO WS-LINHA-RELATORIO
051100         STRING "ARQUIVO: " DELIMITED BY SIZE
051200             WS-NOME-ARQUIVO DELIMITED BY SIZE
051300             INTO WS-LINHA-RELATORIO
051400         END-STRING
051500         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
051600     END-IF
051700
051800     EVALUATE TRUE
051900         WHEN ARQ-CADASTRO
051950             PERFORM 2100-TRATAR-CADASTRO THRU 2100-EXIT
052000         WHEN ARQ-VINCULO
052050             PERFORM 2500-TRATAR-VINCULOS THRU 2500-EXIT
052100         WHEN OTHER
052150             PERFORM 2200-TRATAR-SEQUENCIAL THRU 2200-EXIT
052200     END-EVALUATE
052300
052400     IF WS-SITUACAO-ARQUIVO = SPACES
052500         EVALUATE TRUE
052600             WHEN WS-ALTERADOS > ZERO
052700                 MOVE "ANONIMIZADO" TO WS-SITUACAO-ARQUIVO
052800                 ADD 1 TO WS-TOTAL-ARQ-ALTERADOS
052900             WHEN WS-ACHADOS = ZERO
053000                 MOVE "SEM OCORRENCIA" TO WS-SITUACAO-ARQUIVO
053100             WHEN MODO-ANONIMIZACAO AND ARQ-SEM-NOME-CPF
053200                 MOVE "SEM NOME OU CPF" TO WS-SITUACAO-ARQUIVO
053300             WHEN MODO-ANONIMIZACAO
053400                 MOVE "JA ANONIMIZADO" TO WS-SITUACAO-ARQUIVO
053500             WHEN OTHER
053600                 MOVE "CONSULTADO" TO WS-SITUACAO-ARQUIVO
053700         END-EVALUATE
053800     END-IF
053900
054000     MOVE WS-LIDOS     TO WS-ARQ-LIDOS     (WS-IND-ARQUIVO)
054100     MOVE WS-ACHADOS   TO WS-ARQ-ACHADOS   (WS-IND-ARQUIVO)
054200     MOVE WS-ALTERADOS TO WS-ARQ-ALTERADOS (WS-IND-ARQUIVO)
054300     MOVE WS-SITUACAO-ARQUIVO TO WS-ARQ-SITUACAO (WS-IND-ARQUIVO)
054400     ADD WS-ACHADOS   TO WS-TOTAL-ACHADOS
054500     ADD WS-ALTERADOS TO WS-TOTAL-ALTERADOS
054600
054700     IF NOT MODO-ANONIMIZACAO
054800         MOVE WS-ACHADOS TO WS-ACHADOS-EDITADO
054900         MOVE SPACES TO WS-LINHA-RELATORIO
055000         STRING "  OCORRENCIAS EM " DELIMITED BY SIZE
055100             WS-NOME-ARQUIVO DELIMITED BY SPACE
055200             ": " DELIMITED BY SIZE
055300             WS-ACHADOS-EDITADO DELIMITED BY SIZE
055400             "  (" DELIMITED BY SIZE
055500             WS-SITUACAO-ARQUIVO DELIMITED BY "  "
055600             ")" DELIMITED BY SIZE
055700             INTO WS-LINHA-RELATORIO
055800         END-STRING
055900         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
056000     END-IF
056100
056200     ADD 1 TO WS-IND-ARQUIVO.
056300
056400 2000-EXIT.
056500     EXIT.
056600*-----------------------------------------------------------------
056700* 2100-TRATAR-CADASTRO
056800* THE MASTER, READ BY KEY.  ON AN ANONYMIZATION THE NAME IS
056900* MASKED AND THE CPF BLANKED IN PLACE, UNLESS THAT IS ALREADY
057000* SO.  THE MASTER HAS TO OPEN - IT IS NEVER OPTIONAL.
057100*-----------------------------------------------------------------
057200 2100-TRATAR-CADASTRO.
057300
057400     IF MODO-ANONIMIZACAO
057500         OPEN I-O PERSON-MASTER-FILE
057600     ELSE
057700         OPEN INPUT PERSON-MASTER-FILE
057800     END-IF
057900
058000     IF WS-STATUS-MASTER NOT = "00"
058100         DISPLAY "*** ERRO AO ABRIR PERSONMST - FILE STATUS "
058200             WS-STATUS-MASTER " - RETURN-CODE 8 ***"
058300         MOVE WS-STATUS-MASTER TO WS-STATUS-ERRO
058400         PERFORM 2900-MARCAR-ERRO THRU 2900-EXIT
058500     ELSE
058600         MOVE WS-ID-TITULAR TO PM-ID
058700         READ PERSON-MASTER-FILE
058800             INVALID KEY
058900                 CONTINUE
059000             NOT INVALID KEY
059100                 ADD 1 TO WS-LIDOS
059200                 ADD 1 TO WS-ACHADOS
059300                 IF MODO-ANONIMIZACAO
059400                     PERFORM 2110-ANONIMIZAR-CADASTRO
059500                         THRU 2110-EXIT
059600                 ELSE
059700                     MOVE PM-NOME            TO WS-IMG-NOME
059800                     MOVE PM-CPF             TO WS-IMG-CPF
059900                     MOVE PM-DATA-NASCIMENTO TO WS-IMG-NASCIMENTO
060000                     MOVE PM-IDADE-DIAS      TO WS-IMG-IDADE-DIAS
060100                     MOVE PM-SITUACAO        TO WS-IMG-SITUACAO
060200                     MOVE PM-DATA-OBITO      TO WS-IMG-OBITO
060300                     PERFORM 3300-IMPRIMIR-IMAGEM THRU 3300-EXIT
060400                 END-IF
060500         END-READ
060600         CLOSE PERSON-MASTER-FILE
060700     END-IF.
060800
060900 2100-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------------
061200* 2110-ANONIMIZAR-CADASTRO
061300*-----------------------------------------------------------------
061400 2110-ANONIMIZAR-CADASTRO.
061500
061600     IF PM-NOME NOT = WS-NOME-MASCARA OR PM-CPF NOT = SPACES
061700         MOVE WS-NOME-MASCARA TO PM-NOME
061800         MOVE SPACES          TO PM-CPF
061900         REWRITE PERSON-MASTER-RECORD
062000             INVALID KEY
062100                 DISPLAY "*** ERRO AO REGRAVAR PERSONMST - "
062200                     "FILE STATUS " WS-STATUS-MASTER
062300                     " - RETURN-CODE 8 ***"
062400                 MOVE WS-STATUS-MASTER TO WS-STATUS-ERRO
062500                 PERFORM 2900-MARCAR-ERRO THRU 2900-EXIT
062600             NOT INVALID KEY
062700                 ADD 1 TO WS-ALTERADOS
062800         END-REWRITE
062900     END-IF.
063000
063100 2110-EXIT.
063200     EXIT.
063300*-----------------------------------------------------------------
063400* 2200-TRATAR-SEQUENCIAL
063500* ONE SEQUENTIAL FILE, READ FROM END TO END.  A FILE THAT DOES
063600* NOT EXIST (STATUS 35) IS NORMAL - NOT EVERY RUN LEAVES A
063700* DELTA, A BRANCH EXTRACT OR A RESEND FILE - AND IS ONLY NOTED.
063800* ON AN ANONYMIZATION EVERY RECORD IS COPIED, TREATED OR NOT,
063900* TO THE WORK FILE, WHICH REPLACES THE ORIGINAL ONLY WHEN
064000* SOMETHING WAS ACTUALLY CHANGED.
064100*-----------------------------------------------------------------
064200 2200-TRATAR-SEQUENCIAL.
064300
064400     OPEN INPUT TARGET-FILE
064500     EVALUATE TRUE
064600         WHEN WS-STATUS-ALVO = "35"
064700             MOVE "NAO ENCONTRADO" TO WS-SITUACAO-ARQUIVO
064800         WHEN WS-STATUS-ALVO NOT = "00"
064900             DISPLAY "*** ERRO AO ABRIR " WS-NOME-ARQUIVO
065000                 " - FILE STATUS " WS-STATUS-ALVO
065100                 " - RETURN-CODE 8 ***"
065200             MOVE WS-STATUS-ALVO TO WS-STATUS-ERRO
065300             PERFORM 2900-MARCAR-ERRO THRU 2900-EXIT
065400         WHEN OTHER
065500             PERFORM 2210-PERCORRER-ARQUIVO THRU 2210-EXIT
065600     END-EVALUATE.
065700
065800 2200-EXIT.
065900     EXIT.
066000*-----------------------------------------------------------------
066100* 2210-PERCORRER-ARQUIVO
066200* THE PASS OVER A FILE ALREADY OPEN, AND THE COPY-BACK.
066300*-----------------------------------------------------------------
066400 2210-PERCORRER-ARQUIVO.
066500
066600     IF MODO-ANONIMIZACAO
066700         OPEN OUTPUT WORK-FILE
066800         IF WS-STATUS-WORK NOT = "00"
066900             DISPLAY "*** ERRO AO ABRIR LGPDWRK - FILE STATUS "
067000                 WS-STATUS-WORK " - " WS-NOME-ARQUIVO
067100                 " NAO TRATADO - RETURN-CODE 8 ***"
067200             MOVE WS-STATUS-WORK TO WS-STATUS-ERRO
067300             PERFORM 2900-MARCAR-ERRO THRU 2900-EXIT
067400         END-IF
067500     END-IF
067600
067700     IF WS-SITUACAO-ARQUIVO = SPACES
067800         MOVE "N" TO WS-FIM-ALVO-SW
067900         PERFORM 2220-LER-ALVO THRU 2220-EXIT
068000         PERFORM 2230-EXAMINAR-REGISTRO THRU 2230-EXIT
068100             UNTIL FIM-ALVO
068200     END-IF
068300
068400     CLOSE TARGET-FILE
068500     IF MODO-ANONIMIZACAO AND WS-STATUS-WORK = "00"
068600         CLOSE WORK-FILE
068700         IF WS-ALTERADOS > ZERO
068800             PERFORM 2400-REGRAVAR-ARQUIVO THRU 2400-EXIT
068900         END-IF
069000     END-IF.
069100
069200 2210-EXIT.
069300     EXIT.
069400*-----------------------------------------------------------------
069500* 2220-LER-ALVO
069600*-----------------------------------------------------------------
069700 2220-LER-ALVO.
069800
069900     MOVE SPACES TO TARGET-RECORD
070000     READ TARGET-FILE
070100         AT END SET FIM-ALVO TO TRUE
070200         NOT AT END ADD 1 TO WS-LIDOS
070300     END-READ.
070400
070500 2220-EXIT.
070600     EXIT.
070700*-----------------------------------------------------------------
070800* 2230-EXAMINAR-REGISTRO
070900* ONE RECORD ALREADY IN MEMORY - MATCHED ON THE PR-ID THROUGH
071000* THE LAYOUT OF ITS KIND OF FILE, PRINTED OR TREATED, COPIED
071100* TO THE WORK FILE ON AN ANONYMIZATION, AND THE NEXT READ.
071200*-----------------------------------------------------------------
071300 2230-EXAMINAR-REGISTRO.
071400
071500     MOVE "N" TO WS-REGISTRO-ALTERADO-SW
071600
071700     EVALUATE TRUE
071800         WHEN ARQ-HISTORICO
071900             PERFORM 2240-EXAMINAR-HISTORICO THRU 2240-EXIT
072000         WHEN ARQ-AUDITORIA
072100             PERFORM 2250-EXAMINAR-AUDITORIA THRU 2250-EXIT
072200         WHEN ARQ-BACKUP
072300             PERFORM 2260-EXAMINAR-BACKUP THRU 2260-EXIT
072350         WHEN ARQ-ELEGIBILIDADE
072370             PERFORM 2290-EXAMINAR-ELEGIBILIDADE THRU 2290-EXIT
072400         WHEN OTHER
072500             PERFORM 2270-EXAMINAR-EXTRATO THRU 2270-EXIT
072600     END-EVALUATE
072700
072800     IF REGISTRO-ALTERADO
072900         ADD 1 TO WS-ALTERADOS
073000     END-IF
073100
073200     IF MODO-ANONIMIZACAO
073300         WRITE WORK-RECORD FROM TARGET-RECORD
073400     END-IF
073500
073600     PERFORM 2220-LER-ALVO THRU 2220-EXIT.
073700
073800 2230-EXIT.
073900     EXIT.
074000*-----------------------------------------------------------------
074100* 2240-EXAMINAR-HISTORICO
074200* A CHANGE HISTORY ENTRY - THE IMAGE CARRIES THE NAME AND CPF.
074300*-----------------------------------------------------------------
074400 2240-EXAMINAR-HISTORICO.
074500
074600     IF PH-ID = WS-ID-TITULAR
074700         ADD 1 TO WS-ACHADOS
074800         IF MODO-ANONIMIZACAO
074900             IF PH-NOME NOT = WS-NOME-MASCARA OR
075000                PH-CPF NOT = SPACES
075100                 MOVE WS-NOME-MASCARA TO PH-NOME
075200                 MOVE SPACES          TO PH-CPF
075300                 MOVE "S" TO WS-REGISTRO-ALTERADO-SW
075400             END-IF
075500         ELSE
075600             MOVE SPACES TO WS-LINHA-RELATORIO
075700             STRING "  " PH-TIMESTAMP "  " PH-JOB-ID
075800                 "  ACAO " PH-ACAO
075900                 "  OPERADOR " PH-OPERADOR
076000                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
076100             END-STRING
076200             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
076300             MOVE PH-NOME            TO WS-IMG-NOME
076400             MOVE PH-CPF             TO WS-IMG-CPF
076500             MOVE PH-DATA-NASCIMENTO TO WS-IMG-NASCIMENTO
076600             MOVE PH-IDADE-DIAS      TO WS-IMG-IDADE-DIAS
076700             MOVE PH-SITUACAO        TO WS-IMG-SITUACAO
076800             MOVE PH-DATA-OBITO      TO WS-IMG-OBITO
076900             PERFORM 3300-IMPRIMIR-IMAGEM THRU 3300-EXIT
077000         END-IF
077100     END-IF.
077200
077300 2240-EXIT.
077400     EXIT.
077500*-----------------------------------------------------------------
077600* 2250-EXAMINAR-AUDITORIA
077700* AN AUDIT LINE - IT HOLDS NO NAME OR CPF, ONLY THE PR-ID, THE
077800* DATE OF BIRTH AND THE AGE, ALL OF WHICH STAY.  IT IS SEARCHED
077900* FOR THE DOSSIER AND COUNTED ON THE CERTIFICATE.  LINES
078000* WRITTEN BEFORE THE TRAIL CARRIED THE PR-ID CANNOT BE TIED TO
078100* ANYONE.
078200*-----------------------------------------------------------------
078300 2250-EXAMINAR-AUDITORIA.
078400
078500     IF AL-ID = WS-ID-TITULAR
078600         ADD 1 TO WS-ACHADOS
078700         IF NOT MODO-ANONIMIZACAO
078800             MOVE SPACES TO WS-LINHA-RELATORIO
078900             STRING "  " AL-TIMESTAMP "  " AL-JOB-ID
079000                 "  NASC " AL-DATA-NASCIMENTO
079100                 "  DIAS " AL-IDADE-DIAS
079200                 "  OPER " AL-OPERADOR
079300                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
079400             END-STRING
079500             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
079600         END-IF
079700     END-IF.
079800
079900 2250-EXIT.
080000     EXIT.
080100*-----------------------------------------------------------------
080200* 2260-EXAMINAR-BACKUP
080300* A MASTER BACKUP RECORD - THE SAME BYTES AS THE MASTER, SO THE
080400* SAME TREATMENT.  THE KEY ORDER THE RELOAD NEEDS IS KEPT.
080500*-----------------------------------------------------------------
080600 2260-EXAMINAR-BACKUP.
080700
080800     IF BK-ID = WS-ID-TITULAR
080900         ADD 1 TO WS-ACHADOS
081000         IF MODO-ANONIMIZACAO
081100             IF BK-NOME NOT = WS-NOME-MASCARA OR
081200                BK-CPF NOT = SPACES
081300                 MOVE WS-NOME-MASCARA TO BK-NOME
081400                 MOVE SPACES          TO BK-CPF
081500                 MOVE "S" TO WS-REGISTRO-ALTERADO-SW
081600             END-IF
081700         ELSE
081800             MOVE BK-NOME            TO WS-IMG-NOME
081900             MOVE BK-CPF             TO WS-IMG-CPF
082000             MOVE BK-DATA-NASCIMENTO TO WS-IMG-NASCIMENTO
082100             MOVE BK-IDADE-DIAS      TO WS-IMG-IDADE-DIAS
082200             MOVE BK-SITUACAO        TO WS-IMG-SITUACAO
082300             MOVE BK-DATA-OBITO      TO WS-IMG-OBITO
082400             PERFORM 3300-IMPRIMIR-IMAGEM THRU 3300-EXIT
082500         END-IF
082600     END-IF.
082700
082800 2260-EXIT.
082900     EXIT.
083000*-----------------------------------------------------------------
083100* 2270-EXAMINAR-EXTRATO
083200* AN EXTRACT OR DELTA LINE - SPLIT ON ITS COMMAS, MATCHED ON THE
083300* ID COLUMN, AND ON AN ANONYMIZATION PUT BACK TOGETHER WITH THE
083400* NAME COLUMN MASKED AND THE CPF COLUMN EMPTIED.  THE COLUMN-
083500* NAME HEADER AND THE DELTA TRAILER NEVER MATCH AN ID.
083600*-----------------------------------------------------------------
083700 2270-EXAMINAR-EXTRATO.
083800
083900     IF ARQ-DELTA
084000         MOVE 2 TO WS-POS-ID
084100     ELSE
084200         MOVE 1 TO WS-POS-ID
084300     END-IF
084400     COMPUTE WS-POS-NOME = WS-POS-ID + 1
084500     COMPUTE WS-POS-CPF  = WS-POS-ID + 5
084600
084700     MOVE SPACES TO WS-TABELA-CAMPOS
084800     MOVE ZERO   TO WS-QTD-CAMPOS
084900     UNSTRING TARGET-RECORD DELIMITED BY ","
085000         INTO WS-CAMPO (1) WS-CAMPO (2) WS-CAMPO (3)
085100              WS-CAMPO (4) WS-CAMPO (5) WS-CAMPO (6)
085200              WS-CAMPO (7) WS-CAMPO (8) WS-CAMPO (9)
085300              WS-CAMPO (10)
085400         TALLYING IN WS-QTD-CAMPOS
085500     END-UNSTRING
085600
085700     IF WS-QTD-CAMPOS >= WS-POS-ID AND
085800        WS-CAMPO (WS-POS-ID) = WS-ID-TITULAR
085900         ADD 1 TO WS-ACHADOS
086000         IF MODO-ANONIMIZACAO
086100             IF WS-QTD-CAMPOS >= WS-POS-NOME AND
086200                WS-CAMPO (WS-POS-NOME) NOT = WS-NOME-MASCARA
086300                 MOVE WS-NOME-MASCARA TO WS-CAMPO (WS-POS-NOME)
086400                 MOVE "S" TO WS-REGISTRO-ALTERADO-SW
086500             END-IF
086600             IF WS-QTD-CAMPOS >= WS-POS-CPF AND
086700                WS-CAMPO (WS-POS-CPF) NOT = SPACES
086800                 MOVE SPACES TO WS-CAMPO (WS-POS-CPF)
086900                 MOVE "S" TO WS-REGISTRO-ALTERADO-SW
087000             END-IF
087100             IF REGISTRO-ALTERADO
087200                 PERFORM 2280-MONTAR-LINHA THRU 2280-EXIT
087300             END-IF
087400         ELSE
087500             MOVE SPACES TO WS-LINHA-RELATORIO
087600             STRING "  " TARGET-RECORD (1:78)
087700                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
087800             END-STRING
087900             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
088000         END-IF
088100     END-IF.
088200
088300 2270-EXIT.
088400     EXIT.
088500*-----------------------------------------------------------------
088600* 2280-MONTAR-LINHA
088700* PUTS THE TREATED COLUMNS BACK TOGETHER INTO THE RECORD AREA,
088800* SAME COLUMN COUNT AS READ.
088900*-----------------------------------------------------------------
089000 2280-MONTAR-LINHA.
089100
089200     MOVE SPACES TO WS-LINHA-MONTADA
089300     MOVE 1 TO WS-PONTEIRO
089400     MOVE 1 TO WS-IND-CAMPO
089500     PERFORM 2285-JUNTAR-CAMPO THRU 2285-EXIT
089600         UNTIL WS-IND-CAMPO > WS-QTD-CAMPOS
089700     MOVE WS-LINHA-MONTADA TO TARGET-RECORD.
089800
089900 2280-EXIT.
090000     EXIT.
090100*-----------------------------------------------------------------
090200* 2285-JUNTAR-CAMPO
090300* ONE COLUMN, WITH THE COMMA IN FRONT OF EVERY COLUMN BUT THE
090400* FIRST.  AN EMPTY COLUMN CONTRIBUTES ONLY ITS COMMA.
090500*-----------------------------------------------------------------
090600 2285-JUNTAR-CAMPO.
090700
090800     IF WS-IND-CAMPO > 1
090900         STRING "," DELIMITED BY SIZE
091000             INTO WS-LINHA-MONTADA WITH POINTER WS-PONTEIRO
091100         END-STRING
091200     END-IF
091300     IF WS-CAMPO (WS-IND-CAMPO) NOT = SPACES
091400         STRING FUNCTION TRIM (WS-CAMPO (WS-IND-CAMPO) TRAILING)
091500             DELIMITED BY SIZE
091600             INTO WS-LINHA-MONTADA WITH POINTER WS-PONTEIRO
091700         END-STRING
091800     END-IF
091900     ADD 1 TO WS-IND-CAMPO.
092000
092100 2285-EXIT.
092200     EXIT.
092205*-----------------------------------------------------------------
092210* 2290-EXAMINAR-ELEGIBILIDADE
092215* AN ELIGIBILITY ENTRY - ONE BENEFIT CODE FOR ONE PERSON.  IT
092220* HOLDS NO NAME OR CPF, ONLY THE PR-ID, THE AGE AND THE OUTCOME,
092225* WHICH STAY.  SEARCHED FOR THE DOSSIER AND COUNTED ON THE
092230* CERTIFICATE.
092235*-----------------------------------------------------------------
092240 2290-EXAMINAR-ELEGIBILIDADE.
092245
092250     IF EL-ID = WS-ID-TITULAR
092255         ADD 1 TO WS-ACHADOS
092260         IF NOT MODO-ANONIMIZACAO
092265             MOVE SPACES TO WS-LINHA-RELATORIO
092270             STRING "  BENEFICIO " EL-CODIGO
092275                 "  DATA-BASE " EL-DATA-BASE
092280                 "  ELEGIVEL " EL-ELEGIVEL
092285                 "  " EL-MOTIVO
092287                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
092289             END-STRING
092291             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
092293         END-IF
092295     END-IF.
092296
092297 2290-EXIT.
092298     EXIT.
092300*-----------------------------------------------------------------
092400* 2400-REGRAVAR-ARQUIVO
092500* COPIES THE TREATED WORK FILE BACK OVER THE ORIGINAL.  THE WORK
092600* FILE IS REOPENED AND PROVED READABLE BEFORE THE ORIGINAL IS
092700* TRUNCATED - THE ONE DESTRUCTIVE STEP OF THE RUN.  A FAILURE
092800* LEAVES THE ORIGINAL AS IT WAS (OR, IF IT FAILS AFTER THE
092900* TRUNCATE, LGPDWRK HOLDS THE FULL COPY) AND ENDS THE RUN WITH
093000* RETURN-CODE 8.
093100*-----------------------------------------------------------------
093200 2400-REGRAVAR-ARQUIVO.
093300
093400     OPEN INPUT WORK-FILE
093500     IF WS-STATUS-WORK NOT = "00"
093600         DISPLAY "*** ERRO AO REABRIR LGPDWRK - FILE STATUS "
093700             WS-STATUS-WORK " - " WS-NOME-ARQUIVO
093800             " PRESERVADO SEM ALTERACAO - RETURN-CODE 8 ***"
093900         MOVE ZERO TO WS-ALTERADOS
094000         MOVE WS-STATUS-WORK TO WS-STATUS-ERRO
094100         PERFORM 2900-MARCAR-ERRO THRU 2900-EXIT
094200     ELSE
094300         OPEN OUTPUT TARGET-FILE
094400         IF WS-STATUS-ALVO NOT = "00"
094500             DISPLAY "*** ERRO AO REGRAVAR " WS-NOME-ARQUIVO
094600                 " - FILE STATUS " WS-STATUS-ALVO
094700                 " - COPIA TRATADA EM LGPDWRK - RETURN-CODE 8 ***"
094800             MOVE ZERO TO WS-ALTERADOS
094900             MOVE WS-STATUS-ALVO TO WS-STATUS-ERRO
095000             PERFORM 2900-MARCAR-ERRO THRU 2900-EXIT
095100         ELSE
095200             MOVE "N" TO WS-FIM-WORK-SW
095300             PERFORM 2410-COPIAR-REGISTRO THRU 2410-EXIT
095400                 UNTIL FIM-WORK
095500             CLOSE TARGET-FILE
095600         END-IF
095700         CLOSE WORK-FILE
095800     END-IF.
095900
096000 2400-EXIT.
096100     EXIT.
096200*-----------------------------------------------------------------
096300* 2410-COPIAR-REGISTRO
096400*-----------------------------------------------------------------
096500 2410-COPIAR-REGISTRO.
096600
096700     READ WORK-FILE
096800         AT END SET FIM-WORK TO TRUE
096900         NOT AT END
097000             WRITE TARGET-RECORD FROM WORK-RECORD
097100     END-READ.
097200
097300 2410-EXIT.
097400     EXIT.
097405*-----------------------------------------------------------------
097410* 2500-TRATAR-VINCULOS
097415* THE DEPENDENTS FILE, BROWSED BY KEY - THE LINKS WHERE THE
097420* PERSON IS THE DEPENDENT ON THE PRIMARY KEY, THEN THOSE WHERE
097425* THE PERSON IS THE RESPONSIBLE ON THE ALTERNATE KEY.  A LINK
097430* HOLDS ONLY PR-IDS, THE KIND, THE AGE LIMIT AND THE DATES, SO
097435* IT IS LISTED ON THE DOSSIER AND COUNTED ON THE CERTIFICATE BUT
097440* NEVER CHANGED.  NOT EVERY INSTALLATION HAS LINKED A DEPENDENT
097445* YET, SO A FILE THAT DOES NOT EXIST (STATUS 35) IS ONLY NOTED.
097450*-----------------------------------------------------------------
097455 2500-TRATAR-VINCULOS.
097460
097465     OPEN INPUT VINCULO-FILE
097470     EVALUATE TRUE
097475         WHEN WS-STATUS-VINCULO = "35"
097480             MOVE "NAO ENCONTRADO" TO WS-SITUACAO-ARQUIVO
097485         WHEN WS-STATUS-VINCULO NOT = "00"
097490             DISPLAY "*** ERRO AO ABRIR DEPVINC - FILE STATUS "
097495                 WS-STATUS-VINCULO " - RETURN-CODE 8 ***"
097500             MOVE WS-STATUS-VINCULO TO WS-STATUS-ERRO
097505             PERFORM 2900-MARCAR-ERRO THRU 2900-EXIT
097510         WHEN OTHER
097515             MOVE WS-ID-TITULAR TO VN-ID-DEPENDENTE
097520             MOVE LOW-VALUES    TO VN-ID-RESPONSAVEL
097525             MOVE "N" TO WS-FIM-VINCULO-SW
097530             START VINCULO-FILE KEY IS NOT LESS THAN VN-CHAVE
097535                 INVALID KEY MOVE "S" TO WS-FIM-VINCULO-SW
097540             END-START
097545             PERFORM 2510-LER-COMO-DEPENDENTE THRU 2510-EXIT
097550                 UNTIL FIM-VINCULO
097555
097560             MOVE WS-ID-TITULAR TO VN-ID-RESPONSAVEL
097565             MOVE "N" TO WS-FIM-VINCULO-SW
097570             START VINCULO-FILE KEY = VN-ID-RESPONSAVEL
097575                 INVALID KEY MOVE "S" TO WS-FIM-VINCULO-SW
097580             END-START
097585             PERFORM 2520-LER-COMO-RESPONSAVEL THRU 2520-EXIT
097590                 UNTIL FIM-VINCULO
097595             CLOSE VINCULO-FILE
097600     END-EVALUATE.
097605
097610 2500-EXIT.
097615     EXIT.
097620*-----------------------------------------------------------------
097625* 2510-LER-COMO-DEPENDENTE
097630* THE NEXT LINK ON THE PRIMARY KEY.  THE FIRST ONE FOR ANOTHER
097635* DEPENDENT ENDS THE BROWSE.
097640*-----------------------------------------------------------------
097645 2510-LER-COMO-DEPENDENTE.
097650
097655     READ VINCULO-FILE NEXT
097660         AT END MOVE "S" TO WS-FIM-VINCULO-SW
097665         NOT AT END
097670             IF VN-ID-DEPENDENTE NOT = WS-ID-TITULAR
097675                 MOVE "S" TO WS-FIM-VINCULO-SW
097680             ELSE
097685                 MOVE "DEPENDENTE DE"   TO WS-PAPEL-VINCULO
097690                 MOVE VN-ID-RESPONSAVEL TO WS-OUTRA-PARTE
097695                 PERFORM 2530-EXAMINAR-VINCULO THRU 2530-EXIT
097700             END-IF
097705     END-READ.
097710
097715 2510-EXIT.
097720     EXIT.
097725*-----------------------------------------------------------------
097730* 2520-LER-COMO-RESPONSAVEL
097735* THE NEXT LINK ON THE ALTERNATE KEY.  THE FIRST ONE FOR ANOTHER
097740* RESPONSIBLE ENDS THE BROWSE.
097745*-----------------------------------------------------------------
097750 2520-LER-COMO-RESPONSAVEL.
097755
097760     READ VINCULO-FILE NEXT
097765         AT END MOVE "S" TO WS-FIM-VINCULO-SW
097770         NOT AT END
097775             IF VN-ID-RESPONSAVEL NOT = WS-ID-TITULAR
097780                 MOVE "S" TO WS-FIM-VINCULO-SW
097785             ELSE
097790                 MOVE "RESPONSAVEL POR" TO WS-PAPEL-VINCULO
097795                 MOVE VN-ID-DEPENDENTE  TO WS-OUTRA-PARTE
097800                 PERFORM 2530-EXAMINAR-VINCULO THRU 2530-EXIT
097805             END-IF
097810     END-READ.
097815
097820 2520-EXIT.
097825     EXIT.
097830*-----------------------------------------------------------------
097835* 2530-EXAMINAR-VINCULO
097840* ONE LINK OF THE PERSON'S, COUNTED AND, ON THE DOSSIER, PRINTED
097845* WITH THE OTHER PARTY.
097850*-----------------------------------------------------------------
097855 2530-EXAMINAR-VINCULO.
097860
097865     ADD 1 TO WS-LIDOS
097870     ADD 1 TO WS-ACHADOS
097875     IF NOT MODO-ANONIMIZACAO
097880         MOVE SPACES TO WS-LINHA-RELATORIO
097885         STRING "  " WS-PAPEL-VINCULO " " WS-OUTRA-PARTE
097890             "  TIPO " VN-TIPO
097895             "  LIMITE " VN-IDADE-LIMITE
097900             "  INICIO " VN-DATA-INICIO
097905             "  FIM " VN-DATA-FIM
097910             DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
097915         END-STRING
097920         PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
097925     END-IF.
097930
097935 2530-EXIT.
097944     EXIT.
097953*-----------------------------------------------------------------
097962* 2900-MARCAR-ERRO
097971* A FILE THAT COULD NOT BE SEARCHED OR TREATED - SHOWN ON THE
097980* SUMMARY WITH THE FILE STATUS THE CALLER LEFT IN
097989* WS-STATUS-ERRO, AND THE RUN ENDS WITH
098000* RETURN-CODE 8, SINCE THE DOSSIER OR THE CERTIFICATE IS THEN
098100* INCOMPLETE.
098200*-----------------------------------------------------------------
098300 2900-MARCAR-ERRO.
098400
098500     IF WS-SITUACAO-ARQUIVO = SPACES
098600         ADD 1 TO WS-TOTAL-ARQ-ERRO
098700     END-IF
098800     MOVE SPACES TO WS-SITUACAO-ARQUIVO
098900     STRING "ERRO - STATUS " WS-STATUS-ERRO
099000         DELIMITED BY SIZE INTO WS-SITUACAO-ARQUIVO
099100     END-STRING
099200     MOVE 8 TO RETURN-CODE.
099300
099400 2900-EXIT.
099500     EXIT.
099600*-----------------------------------------------------------------
099700* 3100-IMPRIMIR-CABECALHO
099800* STARTS A NEW REPORT PAGE - THE TITLE OF THE FUNCTION, THE
099900* DATE, THE PAGE AND THE PERSON THE REPORT IS ABOUT.
100000*-----------------------------------------------------------------
100100 3100-IMPRIMIR-CABECALHO.
100200
100300     ADD 1  TO WS-NUMERO-PAGINA
100400     MOVE ZERO TO WS-CONTADOR-LINHAS
100500
100600     MOVE SPACES TO WS-LINHA-RELATORIO
100700     STRING WS-TEXTO-TITULO DELIMITED BY "  "
100800         " (LGPD)   DATA: " DELIMITED BY SIZE
100900         WS-DATA-HOJE (7:2) DELIMITED BY SIZE
101000         "/" DELIMITED BY SIZE
101100         WS-DATA-HOJE (5:2) DELIMITED BY SIZE
101200         "/" DELIMITED BY SIZE
101300         WS-DATA-HOJE (1:4) DELIMITED BY SIZE
101400         "   PAGINA: " DELIMITED BY SIZE
101500         WS-NUMERO-PAGINA DELIMITED BY SIZE
101600         INTO WS-LINHA-RELATORIO
101700     END-STRING
101800     WRITE LGPD-REPORT-RECORD FROM WS-LINHA-RELATORIO
101900
102000     MOVE SPACES TO WS-LINHA-RELATORIO
102100     STRING "TITULAR (PR-ID): " WS-ID-TITULAR
102200         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
102300     END-STRING
102400     WRITE LGPD-REPORT-RECORD FROM WS-LINHA-RELATORIO
102500
102600     MOVE SPACES TO WS-LINHA-RELATORIO
102700     WRITE LGPD-REPORT-RECORD FROM WS-LINHA-RELATORIO.
102800
102900 3100-EXIT.
103000     EXIT.
103100*-----------------------------------------------------------------
103200* 3200-GRAVAR-LINHA
103300* WRITES WS-LINHA-RELATORIO, BREAKING TO A NEW PAGE FIRST WHEN
103400* THE PAGE IS FULL.  THE LINE IS SAVED ACROSS THE HEADING,
103500* WHICH REUSES THE SCRATCH LINE.
103600*-----------------------------------------------------------------
103700 3200-GRAVAR-LINHA.
103800
103900     IF WS-CONTADOR-LINHAS >= WS-MAX-LINHAS-PAGINA
104000         MOVE WS-LINHA-RELATORIO TO WS-LINHA-GUARDADA
104100         PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT
104200         MOVE WS-LINHA-GUARDADA TO WS-LINHA-RELATORIO
104300     END-IF
104400
104500     WRITE LGPD-REPORT-RECORD FROM WS-LINHA-RELATORIO
104600     ADD 1 TO WS-CONTADOR-LINHAS.
104700
104800 3200-EXIT.
104900     EXIT.
105000*-----------------------------------------------------------------
105100* 3300-IMPRIMIR-IMAGEM
105200* PRINTS THE PERSON IMAGE STAGED IN THE WS-IMG- FIELDS AS TWO
105300* DOSSIER LINES.
105400*-----------------------------------------------------------------
105500 3300-IMPRIMIR-IMAGEM.
105600
105700     MOVE SPACES TO WS-LINHA-RELATORIO
105800     STRING "    NOME: " WS-IMG-NOME "  CPF: " WS-IMG-CPF
105900         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
106000     END-STRING
106100     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
106200
106300     MOVE SPACES TO WS-LINHA-RELATORIO
106400     STRING "    NASCIMENTO: " WS-IMG-NASCIMENTO
106500         "  IDADE-DIAS: " WS-IMG-IDADE-DIAS
106600         "  SITUACAO: " WS-IMG-SITUACAO
106700         "  OBITO: " WS-IMG-OBITO
106800         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
106900     END-STRING
107000     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
107100
107200 3300-EXIT.
107300     EXIT.
107400*-----------------------------------------------------------------
107500* 4000-IMPRIMIR-RESUMO
107600* THE CLOSING TABLE - ONE LINE PER FILE SEARCHED WITH WHAT WAS
107700* READ, FOUND AND CHANGED - AND THE RUN TOTALS.  ON AN
107800* ANONYMIZATION THIS IS THE CERTIFICATE, ENDING WITH ITS
107900* STATEMENT OF WHAT WAS DONE (OR THAT IT IS INCOMPLETE).
108000*-----------------------------------------------------------------
108100 4000-IMPRIMIR-RESUMO.
108200
108300     MOVE SPACES TO WS-LINHA-RELATORIO
108400     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
108500     MOVE WS-CABECALHO-COLUNAS TO WS-LINHA-RELATORIO
108600     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
108700     MOVE SPACES TO WS-LINHA-RELATORIO
108800     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
108900
109000     MOVE 1 TO WS-IND-ARQUIVO
109100     PERFORM 4100-IMPRIMIR-ARQUIVO THRU 4100-EXIT
109200         UNTIL WS-IND-ARQUIVO > WS-QTD-ARQUIVOS
109300
109400     MOVE SPACES TO WS-LINHA-RELATORIO
109500     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
109600
109700     MOVE "ARQUIVOS PESQUISADOS" TO WS-ROTULO-TOTAL
109800     MOVE WS-QTD-ARQUIVOS TO WS-TOTAL-EDITADO
109900     PERFORM 4200-GRAVAR-TOTAL THRU 4200-EXIT
110000
110100     MOVE "OCORRENCIAS DO TITULAR" TO WS-ROTULO-TOTAL
110200     MOVE WS-TOTAL-ACHADOS TO WS-TOTAL-EDITADO
110300     PERFORM 4200-GRAVAR-TOTAL THRU 4200-EXIT
110400
110500     IF MODO-ANONIMIZACAO
110600         MOVE "ARQUIVOS ALTERADOS" TO WS-ROTULO-TOTAL
110700         MOVE WS-TOTAL-ARQ-ALTERADOS TO WS-TOTAL-EDITADO
110800         PERFORM 4200-GRAVAR-TOTAL THRU 4200-EXIT
110900
111000         MOVE "REGISTROS ALTERADOS" TO WS-ROTULO-TOTAL
111100         MOVE WS-TOTAL-ALTERADOS TO WS-TOTAL-EDITADO
111200         PERFORM 4200-GRAVAR-TOTAL THRU 4200-EXIT
111300     END-IF
111400
111500     IF WS-TOTAL-ARQ-ERRO > ZERO
111600         MOVE "ARQUIVOS COM ERRO" TO WS-ROTULO-TOTAL
111700         MOVE WS-TOTAL-ARQ-ERRO TO WS-TOTAL-EDITADO
111800         PERFORM 4200-GRAVAR-TOTAL THRU 4200-EXIT
111900     END-IF
112000
112100     MOVE SPACES TO WS-LINHA-RELATORIO
112200     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
112300     EVALUATE TRUE
112400         WHEN WS-TOTAL-ARQ-ERRO > ZERO
112500             MOVE SPACES TO WS-LINHA-RELATORIO
112600             STRING "SITUACAO: PESQUISA INCOMPLETA - VEJA OS "
112700                 "ARQUIVOS COM ERRO - RETURN-CODE 8"
112800                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
112900             END-STRING
113000             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
113100         WHEN MODO-ANONIMIZACAO
113200             MOVE SPACES TO WS-LINHA-RELATORIO
113300             STRING "CERTIFICA-SE QUE EM TODAS AS OCORRENCIAS "
113400                 "ACIMA O NOME FOI MASCARADO E O"
113500                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
113600             END-STRING
113700             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
113800             MOVE SPACES TO WS-LINHA-RELATORIO
113900             STRING "CPF APAGADO, PRESERVADOS O PR-ID, A DATA "
114000                 "DE NASCIMENTO, A IDADE E A"
114100                 DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
114200             END-STRING
114300             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
114400             MOVE "SITUACAO PARA AS ESTATISTICAS."
114500                 TO WS-LINHA-RELATORIO
114600             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
114700         WHEN OTHER
114800             MOVE "SITUACAO: DOSSIE COMPLETO"
114900                 TO WS-LINHA-RELATORIO
115000             PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
115100     END-EVALUATE.
115200
115300 4000-EXIT.
115400     EXIT.
115500*-----------------------------------------------------------------
115600* 4100-IMPRIMIR-ARQUIVO
115700* ONE LINE OF THE CLOSING TABLE.
115800*-----------------------------------------------------------------
115900 4100-IMPRIMIR-ARQUIVO.
116000
116100     MOVE WS-ARQ-LIDOS     (WS-IND-ARQUIVO) TO WS-LIDOS-EDITADO
116200     MOVE WS-ARQ-ACHADOS   (WS-IND-ARQUIVO) TO WS-ACHADOS-EDITADO
116300     MOVE WS-ARQ-ALTERADOS (WS-IND-ARQUIVO)
116400         TO WS-ALTERADOS-EDITADO
116500
116600     MOVE SPACES TO WS-LINHA-RELATORIO
116700     STRING WS-ARQ-NOME (WS-IND-ARQUIVO) DELIMITED BY SIZE
116800         "    "                          DELIMITED BY SIZE
116900         WS-LIDOS-EDITADO                DELIMITED BY SIZE
117000         "      "                        DELIMITED BY SIZE
117100         WS-ACHADOS-EDITADO              DELIMITED BY SIZE
117200         "    "                          DELIMITED BY SIZE
117300         WS-ALTERADOS-EDITADO            DELIMITED BY SIZE
117400         "  "                            DELIMITED BY SIZE
117500         WS-ARQ-SITUACAO (WS-IND-ARQUIVO) DELIMITED BY SIZE
117600         INTO WS-LINHA-RELATORIO
117700     END-STRING
117800     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT
117900
118000     ADD 1 TO WS-IND-ARQUIVO.
118100
118200 4100-EXIT.
118300     EXIT.
118400*-----------------------------------------------------------------
118500* 4200-GRAVAR-TOTAL
118600* PRINTS ONE CONTROL-TOTAL LINE FROM THE LABEL AND EDITED COUNT
118700* LEFT BY THE CALLER.
118800*-----------------------------------------------------------------
118900 4200-GRAVAR-TOTAL.
119000
119100     MOVE SPACES TO WS-LINHA-RELATORIO
119200     STRING "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***"
119300         DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
119400     END-STRING
119500     PERFORM 3200-GRAVAR-LINHA THRU 3200-EXIT.
119600
119700 4200-EXIT.
119800     EXIT.
119900*-----------------------------------------------------------------
120000* 6000-REGISTRAR-EXECUCAO
120100* HANDS THE EVENT STAGED IN RUNLOG-PARAMETROS TO RUNLOGW.
120200*-----------------------------------------------------------------
120300 6000-REGISTRAR-EXECUCAO.
120400
120500     MOVE "PERSLGPD" TO RL-JOB-ID
120600     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
120700
120800 6000-EXIT.
120900     EXIT.
121000 END PROGRAM PERSLGPD.
