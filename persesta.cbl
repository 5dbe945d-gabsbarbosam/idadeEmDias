000100******************************************************************
000200* PROGRAM:     PERSESTA
000300* AUTHOR:      GABRIELA BARBOSA
000400* INSTALLATION: DATA PROCESSING CENTER
000500* DATE-WRITTEN: 15/10/2026
000600* DATE-COMPILED:
000700* PURPOSE:     MONTH-END POPULATION STATISTICS.  ON EVERY
000800*              MONTH-END NIGHT TAKES THE MEASURE OF THE PERSON
000900*              MASTER (PERSONMST) - HOW MANY PEOPLE, BY STATUS,
001000*              BY BRANCH AND, FOR THE LIVING, BY AGE BAND, AND
001100*              THEIR AVERAGE AGE IN DAYS - AND COUNTS THE
001200*              MONTH'S ADDS, DEATHS AND INACTIVATIONS FROM THE
001300*              CHANGE HISTORY (PERSHIST), THEN FILES THE WHOLE
001400*              AS ONE RECORD OF THE STATISTICS HISTORY (ESTHIST)
001500*              FOR THE TREND REPORT (PERSTEND).
001600*              THE MONTH IS THAT OF THE AS-OF DATE - THE RUNPARM
001700*              DATE WHEN ONE IS SET, OTHERWISE THE LAST BUSINESS
001800*              DAY BEFORE TODAY ON THE BUSINESS CALENDAR.  AGES
001900*              ARE CALCULATED THROUGH AGECALC AGAINST THAT DATE.
002000*              THE MOVEMENTS ARE THE HISTORY ENTRIES LOGGED
002100*              SINCE THE RUN FOR THE MONTH BEFORE (OR SINCE THE
002200*              FIRST OF THE MONTH, THE FIRST TIME), SO A RERUN
002300*              FOR THE SAME MONTH SIMPLY REPLACES ITS RECORD.
002400*              A CHANGE ENTRY HOLDS THE IMAGE BEFORE THE CHANGE,
002500*              SO THE HISTORY IS SORTED BY ID AND TIME AND EACH
002600*              ENTRY IS SET AGAINST THE NEXT ONE FOR THE SAME
002700*              PERSON (OR THE MASTER, FOR THE LAST) TO SEE WHAT
002800*              THE CHANGE LEFT BEHIND.
002900*              A RUN THAT CANNOT OPEN ITS FILES OR WRITE THE
003000*              RECORD ENDS WITH RETURN-CODE 8.
003100* TECTONICS:   cobc
003200*-----------------------------------------------------------------
003300* MODIFICATION HISTORY
003400*-----------------------------------------------------------------
003500* DATE       INIT  DESCRIPTION
003600* 15/10/2026  GB   ORIGINAL VERSION.
003700******************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. PERSESTA.
004000 AUTHOR. GABRIELA BARBOSA.
004100 INSTALLATION. DATA PROCESSING CENTER.
004200 DATE-WRITTEN. 15/10/2026.
004300 DATE-COMPILED.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNPARM"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-STATUS-RUNPARM.
005000     SELECT PERSON-MASTER-FILE ASSIGN TO "PERSONMST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS PM-ID
005400         ALTERNATE RECORD KEY IS PM-NOME WITH DUPLICATES
005500         ALTERNATE RECORD KEY IS PM-CPF WITH DUPLICATES
005600         FILE STATUS IS WS-STATUS-MASTER.
005700     SELECT PERSON-HIST-FILE ASSIGN TO "PERSHIST"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-STATUS-HIST.
006000     SELECT ESTAT-HIST-FILE ASSIGN TO "ESTHIST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS ES-ANO-MES
006400         FILE STATUS IS WS-STATUS-ESTHIST.
006500     SELECT SORT-FILE ASSIGN TO "SORTWK".
006600 DATA DIVISION.
006700 FILE SECTION.
006800*-----------------------------------------------------------------
006900* RUN-CONTROL-FILE - THE SAME RUNPARM RECORD THE BATCH REPORT
007000* RUN READS.  ONLY THE AS-OF DATE MATTERS HERE.
007100*-----------------------------------------------------------------
007200 FD  RUN-CONTROL-FILE.
007300 01  RUN-CONTROL-RECORD.
007400     05  RC-DATA-BASE            PIC X(08).
007500     05  RC-INTERVALO-CHECKPOINT PIC X(05).
007600     05  RC-MAX-LINHAS-PAGINA    PIC X(02).
007700*-----------------------------------------------------------------
007800* PERSON-MASTER-FILE - THE INDEXED PERSON MASTER, WALKED IN KEY
007900* ORDER FOR THE COUNTS AND THEN READ BY KEY FOR THE STATUS A
008000* PERSON'S LAST CHANGE LEFT BEHIND.
008100*-----------------------------------------------------------------
008200 FD  PERSON-MASTER-FILE.
008300     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
008400         ==PERSON-MASTER-RECORD==
008500         LEADING ==PR== BY ==PM==.
008600*-----------------------------------------------------------------
008700* PERSON-HIST-FILE - THE PERSON MASTER CHANGE HISTORY, TAKEN IN
008800* WHOLE BY THE SORT.
008900*-----------------------------------------------------------------
009000 FD  PERSON-HIST-FILE.
009100     COPY PERSHREC.
009200*-----------------------------------------------------------------
009300* ESTAT-HIST-FILE - THE POPULATION STATISTICS HISTORY.  THE
009400* SHARED ESTHREC LAYOUT.
009500*-----------------------------------------------------------------
009600 FD  ESTAT-HIST-FILE.
009700     COPY ESTHREC.
009800*-----------------------------------------------------------------
009900* SORT-FILE - THE CHANGE HISTORY RESORTED INTO ID AND TIME
010000* ORDER, SO EVERY PERSON'S ENTRIES COME TOGETHER OLDEST FIRST.
010100* SAME BYTES AS THE HISTORY ENTRY.
010200*-----------------------------------------------------------------
010300 SD  SORT-FILE.
010400     COPY PERSHREC REPLACING ==PERSON-HIST-RECORD== BY
010500         ==SORT-RECORD==
010600         LEADING ==PH== BY ==SH==.
010700 WORKING-STORAGE SECTION.
010800*-----------------------------------------------------------------
010900* FILE STATUS FOR EVERY FILE, AND SWITCHES TO REMEMBER WHETHER
011000* THE FILES CAME UP CLEAN AND WHETHER THERE IS A HISTORY TO
011100* COUNT THE MOVEMENTS FROM.
011200*-----------------------------------------------------------------
011300 77  WS-STATUS-RUNPARM           PIC X(02) VALUE SPACES.
011400 77  WS-STATUS-MASTER            PIC X(02) VALUE SPACES.
011500 77  WS-STATUS-HIST              PIC X(02) VALUE SPACES.
011600 77  WS-STATUS-ESTHIST           PIC X(02) VALUE SPACES.
011700 77  WS-LOTE-ABERTO-SW           PIC X(01) VALUE "N".
011800     88  LOTE-ABERTO              VALUE "S".
011900 77  WS-HIST-DISPONIVEL-SW       PIC X(01) VALUE "N".
012000     88  HIST-DISPONIVEL          VALUE "S".
012100 77  WS-FIM-MASTER-SW            PIC X(01) VALUE "N".
012200     88  FIM-MASTER               VALUE "S".
012300 77  WS-FIM-ESTHIST-SW           PIC X(01) VALUE "N".
012400     88  FIM-ESTHIST              VALUE "S".
012500 77  WS-FIM-SORT-SW              PIC X(01) VALUE "N".
012600     88  FIM-SORT                 VALUE "S".
012700*-----------------------------------------------------------------
012800* THE AS-OF DATE AND ITS MONTH, TODAY, AND THE CHANGE HISTORY
012900* WINDOW - AFTER THE END OF THE LAST MONTH FILED, UP TO NOW.
013000*-----------------------------------------------------------------
013100 77  WS-DATA-HOJE                PIC 9(08) VALUE ZERO.
013200 01  WS-DATA-BASE                PIC 9(08) VALUE ZERO.
013300 01  WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
013400     05  WS-BASE-ANO             PIC 9(04).
013500     05  WS-BASE-MES-DIA         PIC 9(04).
013600 77  WS-ANO-MES                  PIC 9(06) VALUE ZERO.
013700 77  WS-MES-ANTERIOR             PIC 9(06) VALUE ZERO.
013800 77  WS-REEXECUCAO-SW            PIC X(01) VALUE "N".
013900     88  REEXECUCAO               VALUE "S".
014000 77  WS-TIMESTAMP-RAW            PIC X(21) VALUE SPACES.
014100 77  WS-TIMESTAMP-AGORA          PIC X(19) VALUE SPACES.
014200 77  WS-TIMESTAMP-INICIO         PIC X(19) VALUE SPACES.
014300*-----------------------------------------------------------------
014400* THE MONTH'S FIGURES, BUILT UP HERE AND MOVED TO THE RECORD
014500* AREA ONLY AT THE WRITE - THE SAME ESTHREC LAYOUT WITH ITS
014600* PREFIX SWAPPED.
014700*-----------------------------------------------------------------
014800     COPY ESTHREC REPLACING ==ESTAT-HIST-RECORD== BY
014900         ==WS-ESTATISTICA==
015000         LEADING ==ES== BY ==WE==.
015100*-----------------------------------------------------------------
015200* AGE OF THE PERSON IN HAND - THE BIRTH DATE SPLIT FOR THE
015300* WHOLE-YEARS COMPARE, THE YEARS, AND THE SUMS FOR THE AVERAGE.
015400* A LIVING PERSON WHOSE BIRTH DATE FAILS EDITING IS COUNTED IN
015500* EVERYTHING BUT THE BANDS AND THE AVERAGE.
015600*-----------------------------------------------------------------
015700 01  WS-NASCIMENTO               PIC 9(08) VALUE ZERO.
015800 01  WS-NASCIMENTO-R REDEFINES WS-NASCIMENTO.
015900     05  WS-NASC-ANO             PIC 9(04).
016000     05  WS-NASC-MES-DIA         PIC 9(04).
016100 77  WS-ANOS-IDADE               PIC S9(04) VALUE ZERO COMP.
016200 77  WS-FAIXA-IND                PIC 9(02) VALUE ZERO COMP.
016300 77  WS-IDADE-SOMA-DIAS          PIC 9(12) VALUE ZERO.
016400 77  WS-QTD-COM-IDADE            PIC 9(07) VALUE ZERO.
016500 77  WS-QTD-SEM-IDADE            PIC 9(07) VALUE ZERO.
016600*-----------------------------------------------------------------
016700* BRANCH SLOTS - THE POSITION OF THE FIRST CHARACTER OF THE ID IN
016800* THIS LIST; A CHARACTER NOT IN IT TAKES THE LAST SLOT (37).
016900*-----------------------------------------------------------------
017000 77  WS-CARACTERES-FILIAL        PIC X(36) VALUE
017100         "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
017200 77  WS-FILIAL-IND               PIC 9(02) VALUE ZERO COMP.
017300*-----------------------------------------------------------------
017400* THE CHANGE HISTORY PASS - THE ENTRY HELD BACK UNTIL THE NEXT
017500* ONE (OR THE MASTER) SAYS WHAT STATUS IT LEFT THE PERSON IN,
017600* AND THE PASS COUNTS.
017700*-----------------------------------------------------------------
017800 77  WS-ANT-PRESENTE-SW          PIC X(01) VALUE "N".
017900     88  ANT-PRESENTE             VALUE "S".
018000 77  WS-ANT-ID                   PIC X(06) VALUE SPACES.
018100 77  WS-ANT-TIMESTAMP            PIC X(19) VALUE SPACES.
018200 77  WS-ANT-ACAO                 PIC X(01) VALUE SPACES.
018300 77  WS-ANT-SITUACAO             PIC X(01) VALUE SPACES.
018400     88  ANT-SIT-ATIVO            VALUES "A" " ".
018500     88  ANT-SIT-FALECIDO         VALUE "F".
018600 77  WS-DEPOIS-EXISTE-SW         PIC X(01) VALUE "N".
018700     88  DEPOIS-EXISTE            VALUE "S".
018800 77  WS-SIT-DEPOIS               PIC X(01) VALUE SPACES.
018900     88  DEPOIS-INATIVO           VALUE "I".
019000     88  DEPOIS-FALECIDO          VALUE "F".
019100 77  WS-QTD-ENTRADAS             PIC 9(07) VALUE ZERO.
019200 77  WS-QTD-ENTRADAS-JANELA      PIC 9(07) VALUE ZERO.
019300*-----------------------------------------------------------------
019400* SCRATCH FOR THE RUN SUMMARY.
019500*-----------------------------------------------------------------
019600 77  WS-TOTAL-EDITADO            PIC ZZZZZZ9.
019700 77  WS-ROTULO-TOTAL             PIC X(25) VALUE SPACES.
019800*-----------------------------------------------------------------
019900* PARAMETER AREA FOR THE AGECALC SUBPROGRAM - THE ONE PLACE AGE
020000* MATH LIVES.
020100*-----------------------------------------------------------------
020200     COPY AGECALCP.
020300*-----------------------------------------------------------------
020400* PARAMETER AREA FOR THE CALDIA SUBPROGRAM - THE BUSINESS
020500* CALENDAR THAT GIVES THE AS-OF DATE WHEN RUNPARM HAS NONE.
020600*-----------------------------------------------------------------
020700     COPY CALDIAP.
020800*-----------------------------------------------------------------
020900* PARAMETER AREA FOR THE RUNLOGW SUBPROGRAM - THE SHARED RUN
021000* LOG EVERY JOB IN THE SUBSYSTEM REPORTS ITS START, END, KEY
021100* COUNT AND RETURN CODE TO.
021200*-----------------------------------------------------------------
021300     COPY RUNLOGP.
021400
021500 PROCEDURE DIVISION.
021600 0000-MAINLINE.
021700
021800     MOVE "INICIO" TO RL-EVENTO
021900     MOVE ZERO     TO RL-CONTAGEM
022000     MOVE ZERO     TO RL-CODIGO-RETORNO
022100     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
022200
022300     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
022400     PERFORM 1500-ABRIR-ARQUIVOS THRU 1500-EXIT
022500
022600     IF LOTE-ABERTO
022700         PERFORM 1600-LOCALIZAR-JANELA THRU 1600-EXIT
022800         PERFORM 2000-CONTAR-CADASTRO THRU 2000-EXIT
022900         PERFORM 3000-APURAR-MOVIMENTOS THRU 3000-EXIT
023000         PERFORM 4000-GRAVAR-ESTATISTICA THRU 4000-EXIT
023100         PERFORM 5000-FECHAR-ARQUIVOS THRU 5000-EXIT
023200     END-IF
023300
023400     MOVE "FIM"              TO RL-EVENTO
023500     MOVE WE-TOTAL-PESSOAS   TO RL-CONTAGEM
023600     MOVE RETURN-CODE        TO RL-CODIGO-RETORNO
023700     PERFORM 6000-REGISTRAR-EXECUCAO THRU 6000-EXIT
023800
023900     STOP RUN.
024000*-----------------------------------------------------------------
024100* 1000-INICIALIZAR
024200* CLEARS THE MONTH'S FIGURES, STAMPS THE MOMENT OF THE RUN (THE
024300* END OF THE HISTORY WINDOW) AND SETTLES THE AS-OF DATE AND THE
024400* STATISTICAL MONTH.
024500*-----------------------------------------------------------------
024600 1000-INICIALIZAR.
024700
024750     MOVE SPACES TO WS-ESTATISTICA
024800     INITIALIZE WS-ESTATISTICA
024900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE
025000     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-RAW
025100     MOVE SPACES TO WS-TIMESTAMP-AGORA
025200     STRING WS-TIMESTAMP-RAW (1:4)  DELIMITED BY SIZE
025300         "-"                        DELIMITED BY SIZE
025400         WS-TIMESTAMP-RAW (5:2)     DELIMITED BY SIZE
025500         "-"                        DELIMITED BY SIZE
025600         WS-TIMESTAMP-RAW (7:2)     DELIMITED BY SIZE
025700         " "                        DELIMITED BY SIZE
025800         WS-TIMESTAMP-RAW (9:2)     DELIMITED BY SIZE
025900         ":"                        DELIMITED BY SIZE
026000         WS-TIMESTAMP-RAW (11:2)    DELIMITED BY SIZE
026100         ":"                        DELIMITED BY SIZE
026200         WS-TIMESTAMP-RAW (13:2)    DELIMITED BY SIZE
026300         INTO WS-TIMESTAMP-AGORA
026400     END-STRING
026500
026600     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
026700     IF WS-DATA-BASE = ZERO
026800         PERFORM 1200-DATA-DO-CALENDARIO THRU 1200-EXIT
026900     END-IF
027000     MOVE WS-DATA-BASE (1:6) TO WS-ANO-MES
027100
027200     DISPLAY "ESTATISTICA DO MES " WS-ANO-MES
027300         " - DATA BASE " WS-DATA-BASE.
027400
027500 1000-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------------
027800* 1100-LER-PARAMETROS
027900* READS THE RUNPARM AS-OF DATE, EXACTLY AS THE BATCH REPORT RUN
028000* DOES.  A MISSING FILE OR A BLANK DATE LEAVES IT TO THE
028100* CALENDAR.
028200*-----------------------------------------------------------------
028300 1100-LER-PARAMETROS.
028400
028500     MOVE ZERO TO WS-DATA-BASE
028600     OPEN INPUT RUN-CONTROL-FILE
028700     IF WS-STATUS-RUNPARM = "00"
028800         READ RUN-CONTROL-FILE
028900             AT END CONTINUE
029000             NOT AT END
029100                 IF RC-DATA-BASE IS NUMERIC AND
029200                    RC-DATA-BASE NOT = "00000000"
029300                     MOVE RC-DATA-BASE TO WS-DATA-BASE
029400                 END-IF
029500         END-READ
029600         CLOSE RUN-CONTROL-FILE
029700     END-IF.
029800
029900 1100-EXIT.
030000     EXIT.
030100*-----------------------------------------------------------------
030200* 1200-DATA-DO-CALENDARIO
030300* THE AS-OF DATE OF TONIGHT'S CYCLE - THE LAST BUSINESS DAY
030400* BEFORE TODAY.  WITHOUT A CALENDAR THE RUN FALLS BACK TO TODAY,
030500* WITH A WARNING, AS THE BATCH REPORT RUN DOES.
030600*-----------------------------------------------------------------
030700 1200-DATA-DO-CALENDARIO.
030800
030900     MOVE ZERO TO CD-DATA
031000     CALL "CALDIA" USING CALDIA-PARAMETROS
031100     IF CD-OK
031200         MOVE CD-DATA-UTIL-ANTERIOR TO WS-DATA-BASE
031300     ELSE
031400         DISPLAY "*** CALENDARIO INDISPONIVEL - CD-RETORNO "
031500             CD-RETORNO " - DATA BASE ASSUMIDA COMO HOJE ***"
031600         MOVE WS-DATA-HOJE TO WS-DATA-BASE
031700     END-IF.
031800
031900 1200-EXIT.
032000     EXIT.
032100*-----------------------------------------------------------------
032200* 1500-ABRIR-ARQUIVOS
032300* OPENS THE MASTER AND THE STATISTICS HISTORY (CREATING THE
032400* HISTORY THE FIRST TIME), AND PROVES THE CHANGE HISTORY
032500* OPENABLE FOR THE SORT.  NO CHANGE HISTORY YET ONLY MEANS NO
032600* MOVEMENTS; ANY OTHER FAILURE CANCELS THE RUN WITH
032700* RETURN-CODE 8.
032800*-----------------------------------------------------------------
032900 1500-ABRIR-ARQUIVOS.
033000
033100     MOVE "N" TO WS-LOTE-ABERTO-SW
033200     MOVE "N" TO WS-HIST-DISPONIVEL-SW
033300
033400     OPEN INPUT PERSON-HIST-FILE
033500     EVALUATE WS-STATUS-HIST
033600         WHEN "00"
033700             CLOSE PERSON-HIST-FILE
033800             MOVE "S" TO WS-HIST-DISPONIVEL-SW
033900         WHEN "35"
034000             DISPLAY "*** PERSHIST NAO ENCONTRADO - MES SEM "
034100                 "MOVIMENTOS ***"
034200         WHEN OTHER
034300             DISPLAY "*** ERRO AO ABRIR PERSHIST - FILE STATUS "
034400                 WS-STATUS-HIST " - ESTATISTICA CANCELADA - "
034500                 "RETURN-CODE 8 ***"
034600             MOVE 8 TO RETURN-CODE
034700     END-EVALUATE
034800
034900     IF RETURN-CODE = ZERO
035000         PERFORM 1510-ABRIR-CADASTROS THRU 1510-EXIT
035100     END-IF.
035200
035300 1500-EXIT.
035400     EXIT.
035500*-----------------------------------------------------------------
035600* 1510-ABRIR-CADASTROS
035700* OPENS THE MASTER, THEN THE STATISTICS HISTORY.
035800*-----------------------------------------------------------------
035900 1510-ABRIR-CADASTROS.
036000
036100     OPEN INPUT PERSON-MASTER-FILE
036200     IF WS-STATUS-MASTER NOT = "00"
036300         DISPLAY "*** ERRO AO ABRIR PERSONMST - FILE STATUS "
036400             WS-STATUS-MASTER " - ESTATISTICA CANCELADA - "
036500             "RETURN-CODE 8 ***"
036600         MOVE 8 TO RETURN-CODE
036700     ELSE
036800         OPEN I-O ESTAT-HIST-FILE
036900         IF WS-STATUS-ESTHIST = "35"
037000             OPEN OUTPUT ESTAT-HIST-FILE
037100             CLOSE ESTAT-HIST-FILE
037200             OPEN I-O ESTAT-HIST-FILE
037300         END-IF
037400         IF WS-STATUS-ESTHIST NOT = "00"
037500             DISPLAY "*** ERRO AO ABRIR ESTHIST - FILE STATUS "
037600                 WS-STATUS-ESTHIST " - ESTATISTICA CANCELADA - "
037700                 "RETURN-CODE 8 ***"
037800             CLOSE PERSON-MASTER-FILE
037900             MOVE 8 TO RETURN-CODE
038000         ELSE
038100             MOVE "S" TO WS-LOTE-ABERTO-SW
038200         END-IF
038300     END-IF.
038400
038500 1510-EXIT.
038600     EXIT.
038700*-----------------------------------------------------------------
038800* 1600-LOCALIZAR-JANELA
038900* READS THE STATISTICS HISTORY THROUGH FOR THE LATEST MONTH
039000* BEFORE THIS ONE - ITS END IS WHERE THIS MONTH'S MOVEMENTS
039100* START.  WITH NONE, THEY START ON THE FIRST OF THE MONTH.
039200*-----------------------------------------------------------------
039300 1600-LOCALIZAR-JANELA.
039400
039500     MOVE SPACES TO WS-TIMESTAMP-INICIO
039600     STRING WS-ANO-MES (1:4)       DELIMITED BY SIZE
039700         "-"                       DELIMITED BY SIZE
039800         WS-ANO-MES (5:2)          DELIMITED BY SIZE
039900         "-01 00:00:00"            DELIMITED BY SIZE
040000         INTO WS-TIMESTAMP-INICIO
040100     END-STRING
040200     MOVE ZERO TO WS-MES-ANTERIOR
040300     MOVE "N"  TO WS-REEXECUCAO-SW
040400     MOVE "N"  TO WS-FIM-ESTHIST-SW
040500
040600     PERFORM 1610-LER-MES-ARQUIVADO THRU 1610-EXIT
040700         UNTIL FIM-ESTHIST
040800
040900     IF WS-MES-ANTERIOR = ZERO
041000         DISPLAY "PRIMEIRO MES DO HISTORICO - MOVIMENTOS "
041100             "DESDE " WS-TIMESTAMP-INICIO
041200     ELSE
041300         DISPLAY "MOVIMENTOS DESDE O FECHAMENTO DE "
041400             WS-MES-ANTERIOR " (" WS-TIMESTAMP-INICIO ")"
041500     END-IF
041600     IF REEXECUCAO
041700         DISPLAY "MES " WS-ANO-MES " JA ARQUIVADO - O REGISTRO "
041800             "SERA SUBSTITUIDO"
041900     END-IF.
042000
042100 1600-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------------
042400* 1610-LER-MES-ARQUIVADO
042500* ONE MONTH OF THE STATISTICS HISTORY, IN MONTH ORDER.
042600*-----------------------------------------------------------------
042700 1610-LER-MES-ARQUIVADO.
042800
042900     READ ESTAT-HIST-FILE NEXT
043000         AT END
043100             SET FIM-ESTHIST TO TRUE
043200         NOT AT END
043300             IF ES-ANO-MES < WS-ANO-MES
043400                 MOVE ES-ANO-MES       TO WS-MES-ANTERIOR
043500                 MOVE ES-TIMESTAMP-FIM TO WS-TIMESTAMP-INICIO
043600             END-IF
043700             IF ES-ANO-MES = WS-ANO-MES
043800                 MOVE "S" TO WS-REEXECUCAO-SW
043900             END-IF
044000     END-READ.
044100
044200 1610-EXIT.
044300     EXIT.
044400*-----------------------------------------------------------------
044500* 2000-CONTAR-CADASTRO
044600* WALKS THE WHOLE MASTER IN KEY ORDER FOR THE COUNTS, THEN
044700* WORKS THE AVERAGE AGE OF THE LIVING.
044800*-----------------------------------------------------------------
044900 2000-CONTAR-CADASTRO.
045000
045100     MOVE "N"  TO WS-FIM-MASTER-SW
045200     MOVE ZERO TO WS-IDADE-SOMA-DIAS
045300     MOVE ZERO TO WS-QTD-COM-IDADE
045400     MOVE ZERO TO WS-QTD-SEM-IDADE
045500
045600     PERFORM 2100-LER-PESSOA THRU 2100-EXIT
045700         UNTIL FIM-MASTER
045800
045900     IF WS-QTD-COM-IDADE > ZERO
046000         COMPUTE WE-IDADE-MEDIA-DIAS ROUNDED =
046100             WS-IDADE-SOMA-DIAS / WS-QTD-COM-IDADE
046200     END-IF
046300     IF WS-QTD-SEM-IDADE > ZERO
046400         DISPLAY "*** " WS-QTD-SEM-IDADE " PESSOA(S) COM "
046500             "NASCIMENTO INVALIDO - FORA DAS FAIXAS ***"
046600     END-IF.
046700
046800 2000-EXIT.
046900     EXIT.
047000*-----------------------------------------------------------------
047100* 2100-LER-PESSOA
047200* ONE PERSON - COUNTED IN THE TOTAL, UNDER ITS STATUS AND ITS
047300* BRANCH, AND (WHEN LIVING) IN ITS AGE BAND.
047400*-----------------------------------------------------------------
047500 2100-LER-PESSOA.
047600
047700     READ PERSON-MASTER-FILE NEXT
047800         AT END
047900             SET FIM-MASTER TO TRUE
048000         NOT AT END
048100             ADD 1 TO WE-TOTAL-PESSOAS
048200             EVALUATE TRUE
048300                 WHEN PM-SIT-ATIVO
048400                     ADD 1 TO WE-QTD-ATIVOS
048500                 WHEN PM-SIT-INATIVO
048600                     ADD 1 TO WE-QTD-INATIVOS
048700                 WHEN PM-SIT-FALECIDO
048800                     ADD 1 TO WE-QTD-FALECIDOS
048900             END-EVALUATE
049000             PERFORM 2200-CLASSIFICAR-FILIAL THRU 2200-EXIT
049100             IF NOT PM-SIT-FALECIDO
049200                 PERFORM 2300-CLASSIFICAR-IDADE THRU 2300-EXIT
049300             END-IF
049400     END-READ.
049500
049600 2100-EXIT.
049700     EXIT.
049800*-----------------------------------------------------------------
049900* 2200-CLASSIFICAR-FILIAL
050000* COUNTS THE PERSON UNDER THE BRANCH SLOT OF THE FIRST
050100* CHARACTER OF THE ID.
050200*-----------------------------------------------------------------
050300 2200-CLASSIFICAR-FILIAL.
050400
050500     MOVE ZERO TO WS-FILIAL-IND
050600     INSPECT WS-CARACTERES-FILIAL TALLYING WS-FILIAL-IND
050700         FOR CHARACTERS BEFORE INITIAL PM-ID (1:1)
050800     ADD 1 TO WS-FILIAL-IND
050900     ADD 1 TO WE-QTD-FILIAL (WS-FILIAL-IND).
051000
051100 2200-EXIT.
051200     EXIT.
051300*-----------------------------------------------------------------
051400* 2300-CLASSIFICAR-IDADE
051500* AGES A LIVING PERSON THROUGH AGECALC AGAINST THE AS-OF DATE,
051600* FOLDS THE DAYS INTO THE AVERAGE, AND PICKS THE BAND BY AGE IN
051700* WHOLE CALENDAR YEARS - ONE LESS THAN THE DIFFERENCE OF THE
051800* YEARS WHILE THE BIRTHDAY HAS NOT COME ROUND.
051900*-----------------------------------------------------------------
052000 2300-CLASSIFICAR-IDADE.
052100
052200     MOVE PM-DATA-NASCIMENTO TO AC-DATA-ENTRADA
052300     MOVE WS-DATA-BASE       TO AC-DATA-REFERENCIA
052400     CALL "AGECALC" USING AGECALC-PARAMETROS
052500
052600     IF NOT AC-OK
052700         ADD 1 TO WS-QTD-SEM-IDADE
052800     ELSE
052900         ADD 1             TO WS-QTD-COM-IDADE
053000         ADD AC-IDADE-DIAS TO WS-IDADE-SOMA-DIAS
053100         MOVE AC-DATA-NASCIMENTO TO WS-NASCIMENTO
053200         COMPUTE WS-ANOS-IDADE = WS-BASE-ANO - WS-NASC-ANO
053300         IF WS-BASE-MES-DIA < WS-NASC-MES-DIA
053400             SUBTRACT 1 FROM WS-ANOS-IDADE
053500         END-IF
053600         EVALUATE TRUE
053700             WHEN WS-ANOS-IDADE < 18
053800                 MOVE 1 TO WS-FAIXA-IND
053900             WHEN WS-ANOS-IDADE < 30
054000                 MOVE 2 TO WS-FAIXA-IND
054100             WHEN WS-ANOS-IDADE < 45
054200                 MOVE 3 TO WS-FAIXA-IND
054300             WHEN WS-ANOS-IDADE < 60
054400                 MOVE 4 TO WS-FAIXA-IND
054500             WHEN WS-ANOS-IDADE < 75
054600                 MOVE 5 TO WS-FAIXA-IND
054700             WHEN OTHER
054800                 MOVE 6 TO WS-FAIXA-IND
054900         END-EVALUATE
055000         ADD 1 TO WE-QTD-FAIXA (WS-FAIXA-IND)
055100     END-IF.
055200
055300 2300-EXIT.
055400     EXIT.
055500*-----------------------------------------------------------------
055600* 3000-APURAR-MOVIMENTOS
055700* SORTS THE CHANGE HISTORY INTO ID AND TIME ORDER AND COUNTS THE
055800* MONTH'S MOVEMENTS IN THE OUTPUT PROCEDURE.  ENTRIES LOGGED IN
055900* THE SAME SECOND KEEP THEIR ORDER ON THE FILE.
056000*-----------------------------------------------------------------
056100 3000-APURAR-MOVIMENTOS.
056200
056300     IF HIST-DISPONIVEL
056400         SORT SORT-FILE
056500             ON ASCENDING KEY SH-ID SH-TIMESTAMP
056600             WITH DUPLICATES IN ORDER
056700             USING PERSON-HIST-FILE
056800             OUTPUT PROCEDURE IS 3100-PERCORRER-HISTORICO
056900                 THRU 3100-EXIT
057000     END-IF.
057100
057200 3000-EXIT.
057300     EXIT.
057400*-----------------------------------------------------------------
057500* 3100-PERCORRER-HISTORICO
057600* THE SORT OUTPUT PROCEDURE.  EACH ENTRY IS HELD BACK UNTIL THE
057700* NEXT ONE ARRIVES; THE LAST OF EACH PERSON IS SETTLED AGAINST
057800* THE MASTER.
057900*-----------------------------------------------------------------
058000 3100-PERCORRER-HISTORICO.
058100
058200     MOVE "N" TO WS-FIM-SORT-SW
058300     MOVE "N" TO WS-ANT-PRESENTE-SW
058400
058500     PERFORM 3200-RETORNAR-ENTRADA THRU 3200-EXIT
058600         UNTIL FIM-SORT
058700
058800     IF ANT-PRESENTE
058900         PERFORM 3400-DEPOIS-PELO-CADASTRO THRU 3400-EXIT
059000         PERFORM 3500-AVALIAR-ENTRADA THRU 3500-EXIT
059100     END-IF.
059200
059300 3100-EXIT.
059400     EXIT.
059500*-----------------------------------------------------------------
059600* 3200-RETORNAR-ENTRADA
059700* ONE RETURN FROM THE SORT.
059800*-----------------------------------------------------------------
059900 3200-RETORNAR-ENTRADA.
060000
060100     RETURN SORT-FILE
060200         AT END
060300             SET FIM-SORT TO TRUE
060400         NOT AT END
060500             ADD 1 TO WS-QTD-ENTRADAS
060600             PERFORM 3300-TRATAR-ENTRADA THRU 3300-EXIT
060700     END-RETURN.
060800
060900 3200-EXIT.
061000     EXIT.
061100*-----------------------------------------------------------------
061200* 3300-TRATAR-ENTRADA
061300* SETTLES THE ENTRY HELD BACK - THE ENTRY JUST RETURNED, WHEN IT
061400* IS THE SAME PERSON'S, HOLDS THE IMAGE THE HELD CHANGE LEFT
061500* BEHIND; OTHERWISE THE MASTER DOES - AND HOLDS THIS ONE BACK
061600* IN ITS PLACE.
061700*-----------------------------------------------------------------
061800 3300-TRATAR-ENTRADA.
061900
062000     IF ANT-PRESENTE
062100         IF SH-ID = WS-ANT-ID
062200             IF WS-ANT-ACAO = "E"
062300                 MOVE "N" TO WS-DEPOIS-EXISTE-SW
062400             ELSE
062500                 MOVE "S"          TO WS-DEPOIS-EXISTE-SW
062600                 MOVE SH-SITUACAO  TO WS-SIT-DEPOIS
062700             END-IF
062800         ELSE
062900             PERFORM 3400-DEPOIS-PELO-CADASTRO THRU 3400-EXIT
063000         END-IF
063100         PERFORM 3500-AVALIAR-ENTRADA THRU 3500-EXIT
063200     END-IF
063300
063400     MOVE "S"          TO WS-ANT-PRESENTE-SW
063500     MOVE SH-ID        TO WS-ANT-ID
063600     MOVE SH-TIMESTAMP TO WS-ANT-TIMESTAMP
063700     MOVE SH-ACAO      TO WS-ANT-ACAO
063800     MOVE SH-SITUACAO  TO WS-ANT-SITUACAO.
063900
064000 3300-EXIT.
064100     EXIT.
064200*-----------------------------------------------------------------
064300* 3400-DEPOIS-PELO-CADASTRO
064400* THE PERSON'S LAST CHANGE LEFT BEHIND WHAT THE MASTER HOLDS
064500* NOW - OR NOTHING, FOR A DELETE OR A PERSON NO LONGER THERE.
064600*-----------------------------------------------------------------
064700 3400-DEPOIS-PELO-CADASTRO.
064800
064900     MOVE "N" TO WS-DEPOIS-EXISTE-SW
065000     IF WS-ANT-ACAO NOT = "E"
065100         MOVE WS-ANT-ID TO PM-ID
065200         READ PERSON-MASTER-FILE
065300             INVALID KEY
065400                 MOVE "N" TO WS-DEPOIS-EXISTE-SW
065500             NOT INVALID KEY
065600                 MOVE "S"         TO WS-DEPOIS-EXISTE-SW
065700                 MOVE PM-SITUACAO TO WS-SIT-DEPOIS
065800         END-READ
065900     END-IF.
066000
066100 3400-EXIT.
066200     EXIT.
066300*-----------------------------------------------------------------
066400* 3500-AVALIAR-ENTRADA
066500* COUNTS THE ENTRY HELD BACK WHEN IT FALLS IN THE WINDOW - AN
066600* ADD IS AN ADD; A CHANGE THAT LEFT A LIVING PERSON DECEASED IS
066700* A DEATH, AND ONE THAT LEFT AN ACTIVE PERSON INACTIVE IS AN
066800* INACTIVATION.
066900*-----------------------------------------------------------------
067000 3500-AVALIAR-ENTRADA.
067100
067200     IF WS-ANT-TIMESTAMP > WS-TIMESTAMP-INICIO AND
067300        WS-ANT-TIMESTAMP NOT > WS-TIMESTAMP-AGORA
067400         ADD 1 TO WS-QTD-ENTRADAS-JANELA
067500         EVALUATE WS-ANT-ACAO
067600             WHEN "I"
067700                 ADD 1 TO WE-INCLUSOES
067800             WHEN "A"
067900                 IF DEPOIS-EXISTE
068000                     IF DEPOIS-FALECIDO AND
068100                        NOT ANT-SIT-FALECIDO
068200                         ADD 1 TO WE-OBITOS
068300                     END-IF
068400                     IF DEPOIS-INATIVO AND ANT-SIT-ATIVO
068500                         ADD 1 TO WE-INATIVACOES
068600                     END-IF
068700                 END-IF
068800         END-EVALUATE
068900     END-IF.
069000
069100 3500-EXIT.
069200     EXIT.
069300*-----------------------------------------------------------------
069400* 4000-GRAVAR-ESTATISTICA
069500* FILES THE MONTH - REPLACING THE RECORD ALREADY THERE ON A
069600* RERUN FOR THE SAME MONTH.
069700*-----------------------------------------------------------------
069800 4000-GRAVAR-ESTATISTICA.
069900
070000     MOVE WS-ANO-MES          TO WE-ANO-MES
070100     MOVE WS-DATA-BASE        TO WE-DATA-BASE
070200     MOVE WS-TIMESTAMP-INICIO TO WE-TIMESTAMP-INICIO
070300     MOVE WS-TIMESTAMP-AGORA  TO WE-TIMESTAMP-FIM
070400     MOVE WS-ESTATISTICA      TO ESTAT-HIST-RECORD
070500
070600     WRITE ESTAT-HIST-RECORD
070700         INVALID KEY
070800             REWRITE ESTAT-HIST-RECORD
070900                 INVALID KEY
071000                     DISPLAY "*** ERRO AO GRAVAR ESTHIST - MES "
071100                         WS-ANO-MES " - FILE STATUS "
071200                         WS-STATUS-ESTHIST " - RETURN-CODE 8 ***"
071300                     MOVE 8 TO RETURN-CODE
071400             END-REWRITE
071500     END-WRITE.
071600
071700 4000-EXIT.
071800     EXIT.
071900*-----------------------------------------------------------------
072000* 5000-FECHAR-ARQUIVOS
072100* SHOWS THE MONTH'S HEADLINE FIGURES ON THE JOB LOG AND CLOSES
072200* EVERYTHING.
072300*-----------------------------------------------------------------
072400 5000-FECHAR-ARQUIVOS.
072500
072600     MOVE "PESSOAS NO CADASTRO" TO WS-ROTULO-TOTAL
072700     MOVE WE-TOTAL-PESSOAS TO WS-TOTAL-EDITADO
072800     PERFORM 5100-MOSTRAR-TOTAL THRU 5100-EXIT
072900
073000     MOVE "ENTRADAS DE HISTORICO" TO WS-ROTULO-TOTAL
073100     MOVE WS-QTD-ENTRADAS TO WS-TOTAL-EDITADO
073200     PERFORM 5100-MOSTRAR-TOTAL THRU 5100-EXIT
073300
073400     MOVE "ENTRADAS NO PERIODO" TO WS-ROTULO-TOTAL
073500     MOVE WS-QTD-ENTRADAS-JANELA TO WS-TOTAL-EDITADO
073600     PERFORM 5100-MOSTRAR-TOTAL THRU 5100-EXIT
073700
073800     MOVE "INCLUSOES" TO WS-ROTULO-TOTAL
073900     MOVE WE-INCLUSOES TO WS-TOTAL-EDITADO
074000     PERFORM 5100-MOSTRAR-TOTAL THRU 5100-EXIT
074100
074200     MOVE "OBITOS" TO WS-ROTULO-TOTAL
074300     MOVE WE-OBITOS TO WS-TOTAL-EDITADO
074400     PERFORM 5100-MOSTRAR-TOTAL THRU 5100-EXIT
074500
074600     MOVE "INATIVACOES" TO WS-ROTULO-TOTAL
074700     MOVE WE-INATIVACOES TO WS-TOTAL-EDITADO
074800     PERFORM 5100-MOSTRAR-TOTAL THRU 5100-EXIT
074900
075000     CLOSE PERSON-MASTER-FILE
075100     CLOSE ESTAT-HIST-FILE.
075200
075300 5000-EXIT.
075400     EXIT.
075500*-----------------------------------------------------------------
075600* 5100-MOSTRAR-TOTAL
075700* SHOWS ONE FIGURE FROM THE LABEL AND EDITED COUNT LEFT BY THE
075800* CALLER.
075900*-----------------------------------------------------------------
076000 5100-MOSTRAR-TOTAL.
076100
076200     DISPLAY "*** " WS-ROTULO-TOTAL ": " WS-TOTAL-EDITADO " ***".
076300
076400 5100-EXIT.
076500     EXIT.
076600*-----------------------------------------------------------------
076700* 6000-REGISTRAR-EXECUCAO
076800* RECORDS ONE RUN-LOG EVENT THROUGH THE SHARED RUNLOGW
076900* SUBPROGRAM, FROM THE EVENT, COUNT AND RETURN CODE THE CALLER
077000* LEFT IN THE PARAMETER AREA.
077100*-----------------------------------------------------------------
077200 6000-REGISTRAR-EXECUCAO.
077300
077400     MOVE "PERSESTA" TO RL-JOB-ID
077500     CALL "RUNLOGW" USING RUNLOG-PARAMETROS.
077600
077700 6000-EXIT.
077800     EXIT.
077900 END PROGRAM PERSESTA.
