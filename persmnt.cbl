002530*                  REJECTED FILE OPERATION NEVER LEAVES A TRAIL
002540*                  FOR AN UPDATE THAT NEVER REACHED THE MASTER.
002550* 03/09/2026  GB   EVERY ADD, CHANGE AND DELETE NOW APPENDS A
002551*                  DATED IMAGE TO THE PERSON HISTORY FILE
002552*                  (PERSHIST) - THE BEFORE-IMAGE FOR A CHANGE OR
002553*                  DELETE, THE IMAGE JUST STORED FOR AN ADD - SO
002554*                  A BIRTH-DATE CORRECTION CAN BE PROVED MONTHS
002555*                  LATER.  A NEW INQUIRY OPTION REPLAYS THAT
002556*                  HISTORY AND SHOWS A PERSON AS THEY STOOD ON
002557*                  ANY GIVEN DATE.
002558* 03/09/2026  GB   ADDED THE SITUACAO FUNCTION - A CLERK CAN NOW
002559*                  MARK A PERSON ACTIVE, INACTIVE OR DECEASED
002560*                  (WITH THE DATE OF DEATH) INSTEAD OF DELETING
002561*                  THE RECORD.  A DECEASED PERSON'S AGE IS
002562*                  PINNED TO THE DATE OF DEATH, HERE AND ON ANY
002563*                  LATER CHANGE, AND NEVER ADVANCES AGAIN.
002564* 15/10/2026  GB   THE CPF IS NOW ASKED ON ADD AND CHANGE, EDITED
002565*                  BY THE SHARED CPFVALID SUBPROGRAM AND REFUSED
002566*                  WHEN ANOTHER PR-ID ALREADY HOLDS IT; BLANK
002567*                  MEANS NOT INFORMED ON AN ADD, KEEP THE ONE ON
002568*                  FILE ON A CHANGE.  NEW INQUIRY BY CPF ON THE
002569*                  PR-CPF ALTERNATE KEY, AND THE CPF IS SHOWN
002570*                  AND CARRIED INTO THE HISTORY IMAGE.
002571* 15/10/2026  GB   THE CLERK NOW SIGNS ON AT START-UP AGAINST THE
002572*                  OPERATOR SECURITY FILE (OPERSEG) - AN UNKNOWN
002573*                  OR REVOKED OPERATOR, OR THREE BAD ATTEMPTS,
002574*                  ENDS THE SESSION, AND REPEATED WRONG
002575*                  PASSWORDS REVOKE THE OPERATOR.  EVERY ATTEMPT
002576*                  GOES TO THE SIGN-ON LOG (SIGNLOG) FOR THE
002577*                  DAILY OPERRPT SECURITY REPORT.  AN INQUIRY-
002578*                  ONLY OPERATOR IS REFUSED ADD, CHANGE, DELETE
002579*                  AND STATUS; SETTING OR TAKING BACK A DECEASED
002580*                  STATUS NEEDS SUPERVISOR LEVEL.  THE OPERATOR
002581*                  IS STAMPED ON EVERY AUDIT LINE AND HISTORY
002582*                  ENTRY.
002583* 15/10/2026  GB   EVERY AUDIT LINE NOW CARRIES THE PR-ID IT
002584*                  BELONGS TO (AL-ID), SO THE TRAIL CAN BE
002585*                  SEARCHED BY PERSON.
002586* 15/10/2026  GB   NEW VINCULOS FUNCTION ON THE DEPENDENTS FILE
002587*                  (DEPVINC) - A CLERK CAN LINK A DEPENDENT TO
002588*                  THE PARENT OR GUARDIAN THEY ARE ON FILE
002589*                  THROUGH, WITH THE RELATIONSHIP TYPE AND THE
002590*                  AGE-OUT RULE (18, 21, OR 24 FOR A STUDENT),
002591*                  END A LINK, AND SHOW EVERY LINK A PERSON IS ON.
002592*                  BOTH SIDES MUST BE ON FILE AND ALIVE AND THE
002593*                  DEPENDENT YOUNGER.  AN INQUIRY-ONLY OPERATOR
002594*                  MAY ONLY SHOW LINKS.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. PERSMNT.
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS PR-ID
003966         ALTERNATE RECORD KEY IS PR-NOME WITH DUPLICATES
004032         ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES
004100         FILE STATUS IS WS-STATUS-MASTER.
004200     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004410     SELECT PERSON-HIST-FILE ASSIGN TO "PERSHIST"
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS WS-STATUS-HIST.
004440     SELECT OPERATOR-FILE ASSIGN TO "OPERSEG"
004450         ORGANIZATION IS INDEXED
004460         ACCESS MODE IS RANDOM
004470         RECORD KEY IS OP-ID
004480         FILE STATUS IS WS-STATUS-OPERSEG.
004481     SELECT SIGNON-LOG-FILE ASSIGN TO "SIGNLOG"
004482         ORGANIZATION IS LINE SEQUENTIAL
004483         FILE STATUS IS WS-STATUS-SIGNLOG.
004484     SELECT VINCULO-FILE ASSIGN TO "DEPVINC"
004485         ORGANIZATION IS INDEXED
004486         ACCESS MODE IS DYNAMIC
004487         RECORD KEY IS VN-CHAVE
004488         ALTERNATE RECORD KEY IS VN-ID-RESPONSAVEL WITH DUPLICATES
004489         FILE STATUS IS WS-STATUS-VINCULO.
004500 DATA DIVISION.
004600 FILE SECTION.
004700*-----------------------------------------------------------------
006500     05  AL-DATA-NASCIMENTO      PIC 9(08).
006600     05  FILLER                  PIC X(02) VALUE SPACES.
006700     05  AL-IDADE-DIAS           PIC 9(07).
006710     05  FILLER                  PIC X(02) VALUE SPACES.
006720*        THE OPERATOR SIGNED ON WHEN THE LINE WAS WRITTEN.
006730     05  AL-OPERADOR             PIC X(08).
006740     05  FILLER                  PIC X(02) VALUE SPACES.
006750*        THE PR-ID THE LINE BELONGS TO, SO THE TRAIL CAN BE
006760*        SEARCHED BY PERSON.
006770     05  AL-ID                   PIC X(06).
006800     05  FILLER                  PIC X(14) VALUE SPACES.
006810*-----------------------------------------------------------------
006820* PERSON-HIST-FILE - THE DATED CHANGE HISTORY OF THE MASTER.
006830* EVERY ADD, CHANGE AND DELETE APPENDS ONE ENTRY (SEE THE
006860*-----------------------------------------------------------------
006870 FD  PERSON-HIST-FILE.
006880     COPY PERSHREC.
006881*-----------------------------------------------------------------
006882* OPERATOR-FILE - THE OPERATOR SECURITY FILE, READ AT SIGN-ON
006883* AND REWRITTEN WITH THE FAILURE COUNT, THE LAST SIGN-ON DATE OR
006884* A LOCKOUT (SEE THE OPERREC COPYBOOK).
006885*-----------------------------------------------------------------
006886 FD  OPERATOR-FILE.
006887     COPY OPERREC.
006888*-----------------------------------------------------------------
006889* SIGNON-LOG-FILE - ONE ENTRY PER SIGN-ON ATTEMPT (SEE THE
006890* SIGNREC COPYBOOK), APPENDED ACROSS RUNS LIKE THE AUDIT LOG.
006891*-----------------------------------------------------------------
006892 FD  SIGNON-LOG-FILE.
006893     COPY SIGNREC.
006894*-----------------------------------------------------------------
006895* VINCULO-FILE - THE DEPENDENTS FILE, ONE LINK PER DEPENDENT AND
006896* RESPONSIBLE PERSON (SEE THE VINCREC COPYBOOK).
006897*-----------------------------------------------------------------
006898 FD  VINCULO-FILE.
006899     COPY VINCREC.
006900 WORKING-STORAGE SECTION.
007000*-----------------------------------------------------------------
007100* FUNCTION SWITCH - WHICH MAINTENANCE FUNCTION THE CLERK PICKED.
007600     88  FUNCAO-EXCLUIR           VALUE "E".
007700     88  FUNCAO-CONSULTAR         VALUE "C".
007710     88  FUNCAO-SITUACAO          VALUE "S".
007720     88  FUNCAO-VINCULO           VALUE "V".
007800     88  FUNCAO-FIM               VALUE "F".
007810     88  FUNCAO-ATUALIZACAO       VALUES "I" "A" "E" "S".
007900 77  WS-FIM-SW                   PIC X(01) VALUE "N".
008000     88  FIM-SOLICITADO           VALUE "S".
008100*-----------------------------------------------------------------
009300 77  WS-JOB-ID                   PIC X(08) VALUE "PERSMNT".
009400 77  WS-STATUS-AUDITLOG          PIC X(02) VALUE SPACES.
009500 77  WS-TIMESTAMP-RAW            PIC X(21) VALUE SPACES.
009501*-----------------------------------------------------------------
009502* SIGN-ON FIELDS - FILE STATUS FOR THE SECURITY FILE AND THE
009503* SIGN-ON LOG, WHAT THE CLERK TYPED, THE ATTEMPTS MADE THIS
009504* SESSION, AND THE OPERATOR AND AUTHORITY LEVEL THE SESSION RUNS
009505* UNDER ONCE SIGNED ON.  THREE BAD ATTEMPTS END THE SESSION;
009506* THREE CONSECUTIVE WRONG PASSWORDS, IN ONE SESSION OR SEVERAL,
009507* REVOKE THE OPERATOR.
009508*-----------------------------------------------------------------
009509 77  WS-STATUS-OPERSEG           PIC X(02) VALUE SPACES.
009510 77  WS-STATUS-SIGNLOG           PIC X(02) VALUE SPACES.
009511 77  WS-OPERADOR-INFORMADO       PIC X(08) VALUE SPACES.
009512 77  WS-SENHA-INFORMADA          PIC X(08) VALUE SPACES.
009513 77  WS-RESULTADO-CONEXAO        PIC X(01) VALUE SPACES.
009514 77  WS-FALHAS-CONEXAO           PIC 9(02) VALUE ZERO.
009515 77  WS-TENTATIVAS               PIC 9(02) VALUE ZERO COMP.
009516 77  WS-MAX-TENTATIVAS           PIC 9(02) VALUE 3 COMP.
009517 77  WS-LIMITE-FALHAS            PIC 9(02) VALUE 3.
009518 77  WS-CONECTADO-SW             PIC X(01) VALUE "N".
009519     88  OPERADOR-CONECTADO       VALUE "S".
009520 77  WS-CONEXAO-ENCERRADA-SW     PIC X(01) VALUE "N".
009521     88  CONEXAO-ENCERRADA        VALUE "S".
009522 77  WS-OPERADOR                 PIC X(08) VALUE SPACES.
009523 77  WS-NIVEL-OPERADOR           PIC X(01) VALUE SPACES.
009524     88  NIVEL-CONSULTA           VALUE "1".
009525     88  NIVEL-SUPERVISOR         VALUE "3".
009526*-----------------------------------------------------------------
009527* CHANGE-HISTORY FIELDS - FILE STATUS, THE ACTION BEING LOGGED,
009530* AND THE IMAGE STAGED FOR THE HISTORY ENTRY (THE BEFORE-IMAGE
009540* OF A CHANGE OR DELETE, THE IMAGE JUST STORED FOR AN ADD) -
009550* THE SHARED PERSONREC LAYOUT WITH THE PREFIX SWAPPED SO IT CAN
009605 77  WS-POS-ACHADA-SW            PIC X(01) VALUE "N".
009606     88  POS-ACHADA               VALUE "S".
009607 77  WS-POS-ACAO                 PIC X(01) VALUE SPACES.
009638 77  WS-ULTIMA-ACAO              PIC X(01) VALUE SPACES.
009669*-----------------------------------------------------------------
009700* PARAMETER AREA FOR THE AGECALC SUBPROGRAM, WHERE ALL AGE MATH
009800* NOW LIVES - SEE 2300-CHAMAR-AGECALC.
009900*-----------------------------------------------------------------
010900 77  WS-TIPO-CONSULTA            PIC X(01) VALUE SPACES.
011000 77  WS-FIM-NOME-SW              PIC X(01) VALUE "N".
011100     88  FIM-NOME                 VALUE "S".
011106 77  WS-IDADE-DIAS-EDITADO       PIC ZZZZZZ9.
011112*-----------------------------------------------------------------
011118* CPF FIELDS - THE CPF THE CLERK TYPED (OR ASKED FOR ON THE
011124* INQUIRY), THE CPFVALID PARAMETER AREA, AND THE STATE OF THE
011130* SEARCH OF THE MASTER BY CPF FOR THE SAME NUMBER UNDER ANOTHER
011136* PR-ID.  THE SEARCH USES THE MASTER RECORD AREA, SO THE RECORD
011142* BEING BUILT IS HELD IN WS-REGISTRO-CPF WHILE IT RUNS.
011148*-----------------------------------------------------------------
011154 77  WS-CPF-INFORMADO            PIC X(11) VALUE SPACES.
011160 77  WS-CPF-ACEITO-SW            PIC X(01) VALUE "N".
011166     88  CPF-ACEITO               VALUE "S".
011172 77  WS-FIM-CPF-SW               PIC X(01) VALUE "N".
011178     88  FIM-CPF                  VALUE "S".
011184 77  WS-CPF-EM-USO-SW            PIC X(01) VALUE "N".
011190     88  CPF-EM-USO               VALUE "S".
011196 77  WS-STATUS-GUARDADO          PIC X(02) VALUE SPACES.
011202 77  WS-ID-DONO-CPF              PIC X(06) VALUE SPACES.
011205     COPY CPFVALP.
011208     COPY PERSONREC REPLACING ==PERSON-RECORD== BY
011211         ==WS-REGISTRO-CPF==
011214         LEADING ==PR== BY ==WC==.
011217*-----------------------------------------------------------------
011220* STATUS-FUNCTION FIELDS - THE STATUS THE CLERK PICKED, THE RAW
011230* DATE-OF-DEATH TEXT, THE AS-OF DATE THE NEXT AGECALC CALL IS
011240* PINNED TO (ZERO = TODAY; THE DATE OF DEATH FOR A DECEASED
011250* PERSON, SO THEIR AGE NEVER ADVANCES AGAIN), AND WHETHER THE
011255* OPERATOR'S LEVEL ALLOWS THE STATUS CHANGE ASKED FOR.
011260*-----------------------------------------------------------------
011261 77  WS-SITUACAO-INFORMADA       PIC X(01) VALUE SPACES.
011262 77  WS-DATA-OBITO-X             PIC X(08) VALUE SPACES.
011263 77  WS-DATA-REFERENCIA          PIC 9(08) VALUE ZERO.
011264 77  WS-SITUACAO-PERMITIDA-SW    PIC X(01) VALUE "S".
011265     88  SITUACAO-PERMITIDA       VALUE "S".
011266*-----------------------------------------------------------------
011267* DEPENDENTS-FILE FIELDS - FILE STATUS AND WHETHER THE FILE CAME
011268* UP, THE LINK FUNCTION PICKED, THE TWO SIDES OF THE LINK AND THE
011269* RULE AS THE CLERK TYPED THEM, THE DEPENDENT'S BIRTH DATE FOR
011270* THE AGE CHECK, AND THE STATE OF THE ADD AND OF THE INQUIRY.
011271*-----------------------------------------------------------------
011272 77  WS-STATUS-VINCULO           PIC X(02) VALUE SPACES.
011273 77  WS-VINCULO-ABERTO-SW        PIC X(01) VALUE "N".
011274     88  VINCULO-ABERTO           VALUE "S".
011275 77  WS-FUNCAO-VINCULO           PIC X(01) VALUE SPACES.
011276 77  WS-ID-DEPENDENTE            PIC X(06) VALUE SPACES.
011277 77  WS-ID-RESPONSAVEL           PIC X(06) VALUE SPACES.
011278 77  WS-NASC-DEPENDENTE          PIC 9(08) VALUE ZERO.
011279 77  WS-TIPO-VINCULO             PIC X(01) VALUE SPACES.
011280 77  WS-LIMITE-INFORMADO         PIC X(02) VALUE SPACES.
011281 77  WS-IDADE-LIMITE             PIC 9(02) VALUE ZERO.
011282 77  WS-VINCULO-OK-SW            PIC X(01) VALUE "N".
011283     88  VINCULO-OK               VALUE "S".
011284 77  WS-VINCULO-EXISTE-SW        PIC X(01) VALUE "N".
011285     88  VINCULO-EXISTE           VALUE "S".
011286 77  WS-FIM-VINCULO-SW           PIC X(01) VALUE "N".
011287     88  FIM-VINCULO              VALUE "S".
011288 77  WS-QTD-VINCULOS             PIC 9(04) VALUE ZERO.
011289 77  WS-TEXTO-TIPO               PIC X(08) VALUE SPACES.
011290 77  WS-ID-NOME                  PIC X(06) VALUE SPACES.
011291 77  WS-NOME-PESSOA              PIC X(30) VALUE SPACES.
011292 77  WS-MARCA-PESSOA             PIC X(12) VALUE SPACES.
011300*-----------------------------------------------------------------
012200* RAW BIRTH-DATE TEXT AND THE EDIT SWITCHES AGECALC'S ANSWER IS
012300* MAPPED INTO - THE SAME EDITING THE BATCH PROGRAM APPLIES, SO A
013100 PROCEDURE DIVISION.
013200 0000-MAINLINE.
013300
013310     PERFORM 1500-CONECTAR-OPERADOR THRU 1500-EXIT
013320
013330     IF OPERADOR-CONECTADO
013400         PERFORM 1000-ABRIR-ARQUIVOS THRU 1000-EXIT
013500
013600         IF MASTER-ABERTO
013700             PERFORM 4000-PROCESSAR-FUNCAO THRU 4000-EXIT
013800                 UNTIL FIM-SOLICITADO
013900             PERFORM 5000-FECHAR-ARQUIVOS THRU 5000-EXIT
014000         END-IF
014010     END-IF
014100
014200     STOP RUN.
014300*-----------------------------------------------------------------
016700         MOVE "S" TO WS-MASTER-ABERTO-SW
016800         PERFORM 1100-ABRIR-AUDITORIA THRU 1100-EXIT
016810         PERFORM 1200-ABRIR-HISTORICO THRU 1200-EXIT
016820         PERFORM 1300-ABRIR-VINCULOS THRU 1300-EXIT
016900     END-IF.
017000
017100 1000-EXIT.
018830* OPENS THE CHANGE HISTORY FOR APPEND (EXTEND) SO ENTRIES BUILD
018840* UP ACROSS RUNS, LIKE THE AUDIT LOG.  CREATED AS A NEW FILE THE
018850* FIRST TIME (STATUS 35).
018851*-----------------------------------------------------------------
018852 1200-ABRIR-HISTORICO.
018853
018854     OPEN EXTEND PERSON-HIST-FILE
018855
018856     IF WS-STATUS-HIST = "35"
018857         OPEN OUTPUT PERSON-HIST-FILE
018858     END-IF.
018859
018860 1200-EXIT.
018861     EXIT.
018862*-----------------------------------------------------------------
018863* 1300-ABRIR-VINCULOS
018864* OPENS THE DEPENDENTS FILE FOR UPDATE, CREATING IT EMPTY THE
018865* FIRST TIME (STATUS 35) LIKE THE MASTER.  A FILE THAT WILL NOT
018866* OPEN ONLY TAKES THE LINK FUNCTION AWAY - THE REST OF THE
018867* SESSION GOES ON.
018868*-----------------------------------------------------------------
018869 1300-ABRIR-VINCULOS.
018870
018871     MOVE "N" TO WS-VINCULO-ABERTO-SW
018872     OPEN I-O VINCULO-FILE
018873
018874     IF WS-STATUS-VINCULO = "35"
018875         OPEN OUTPUT VINCULO-FILE
018876         CLOSE VINCULO-FILE
018877         OPEN I-O VINCULO-FILE
018878     END-IF
018879
018880     IF WS-STATUS-VINCULO NOT = "00"
018881         DISPLAY "*** ERRO AO ABRIR DEPVINC - FILE STATUS "
018882             WS-STATUS-VINCULO " - VINCULOS INDISPONIVEIS ***"
018883     ELSE
018884         MOVE "S" TO WS-VINCULO-ABERTO-SW
018885     END-IF.
018886
018887 1300-EXIT.
018888     EXIT.
018892*-----------------------------------------------------------------
018893* 1500-CONECTAR-OPERADOR
018894* SIGNS THE CLERK ON BEFORE THE MASTER IS EVEN OPENED.  A
018895* SECURITY FILE THAT WILL NOT OPEN CANCELS THE SESSION - NOBODY
018896* MAINTAINS THE MASTER UNIDENTIFIED.  THE SIGN-ON LOG IS OPENED
018897* FOR APPEND (CREATED THE FIRST TIME, STATUS 35) AND BOTH FILES
018898* ARE CLOSED AGAIN ONCE THE SIGN-ON IS SETTLED.
018899*-----------------------------------------------------------------
018900 1500-CONECTAR-OPERADOR.
018901
018902     MOVE "N"  TO WS-CONECTADO-SW
018903     MOVE "N"  TO WS-CONEXAO-ENCERRADA-SW
018904     MOVE ZERO TO WS-TENTATIVAS
018905
018906     OPEN I-O OPERATOR-FILE
018907     IF WS-STATUS-OPERSEG NOT = "00"
018908         DISPLAY "*** ERRO AO ABRIR OPERSEG - FILE STATUS "
018909             WS-STATUS-OPERSEG " - MANUTENCAO CANCELADA ***"
018910     ELSE
018911         OPEN EXTEND SIGNON-LOG-FILE
018912         IF WS-STATUS-SIGNLOG = "35"
018913             OPEN OUTPUT SIGNON-LOG-FILE
018914         END-IF
018915         PERFORM 1510-TENTAR-CONEXAO THRU 1510-EXIT
018916             UNTIL OPERADOR-CONECTADO OR CONEXAO-ENCERRADA
018917         CLOSE SIGNON-LOG-FILE
018918         CLOSE OPERATOR-FILE
018919     END-IF.
018920
018921 1500-EXIT.
018922     EXIT.
018923*-----------------------------------------------------------------
018924* 1510-TENTAR-CONEXAO
018925* ONE SIGN-ON ATTEMPT.  AN UNKNOWN OPERATOR AND A WRONG PASSWORD
018926* GET THE SAME ANSWER ON THE SCREEN, SO THE SCREEN NEVER SAYS
018927* WHICH IDS EXIST.  A WRONG PASSWORD THAT REACHES THE LOCKOUT
018928* LIMIT REVOKES THE OPERATOR ON THE SPOT.  EVERY ATTEMPT IS
018929* LOGGED, AND THE SESSION IS ENDED (AND THAT LOGGED TOO) WHEN
018930* THE ATTEMPTS RUN OUT.
018931*-----------------------------------------------------------------
018932 1510-TENTAR-CONEXAO.
018933
018934     ADD 1 TO WS-TENTATIVAS
018935     DISPLAY "OPERADOR? "
018936     MOVE SPACES TO WS-OPERADOR-INFORMADO
018937     ACCEPT WS-OPERADOR-INFORMADO
018938     DISPLAY "SENHA? "
018939     MOVE SPACES TO WS-SENHA-INFORMADA
018940     ACCEPT WS-SENHA-INFORMADA
018941
018942     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-RAW
018943     MOVE ZERO TO WS-FALHAS-CONEXAO
018944     MOVE WS-OPERADOR-INFORMADO TO OP-ID
018945     READ OPERATOR-FILE
018946         INVALID KEY CONTINUE
018947     END-READ
018948
018949     EVALUATE TRUE
018950         WHEN WS-STATUS-OPERSEG NOT = "00"
018951             MOVE "D" TO WS-RESULTADO-CONEXAO
018952             DISPLAY "*** OPERADOR OU SENHA INVALIDOS ***"
018953         WHEN OP-REVOGADO
018954             MOVE "R" TO WS-RESULTADO-CONEXAO
018955             MOVE OP-FALHAS TO WS-FALHAS-CONEXAO
018956             DISPLAY "*** OPERADOR REVOGADO - PROCURE A "
018957                 "SEGURANCA ***"
018958             MOVE "S" TO WS-CONEXAO-ENCERRADA-SW
018959         WHEN OP-SENHA NOT = WS-SENHA-INFORMADA
018960             ADD 1 TO OP-FALHAS
018961             MOVE OP-FALHAS TO WS-FALHAS-CONEXAO
018962             IF OP-FALHAS >= WS-LIMITE-FALHAS
018963                 MOVE "R" TO OP-SITUACAO
018964                 MOVE WS-TIMESTAMP-RAW (1:8) TO OP-DATA-REVOGACAO
018965                 MOVE "B" TO WS-RESULTADO-CONEXAO
018966                 DISPLAY "*** SENHA INVALIDA - OPERADOR BLOQUEADO"
018967                     " - PROCURE A SEGURANCA ***"
018968                 MOVE "S" TO WS-CONEXAO-ENCERRADA-SW
018969             ELSE
018970                 MOVE "F" TO WS-RESULTADO-CONEXAO
018971                 DISPLAY "*** OPERADOR OU SENHA INVALIDOS ***"
018972             END-IF
018973             PERFORM 1520-REGRAVAR-OPERADOR THRU 1520-EXIT
018974         WHEN OTHER
018975             MOVE ZERO TO OP-FALHAS
018976             MOVE WS-TIMESTAMP-RAW (1:8) TO OP-DATA-ULTIMO-ACESSO
018977             PERFORM 1520-REGRAVAR-OPERADOR THRU 1520-EXIT
018978             MOVE "S"   TO WS-RESULTADO-CONEXAO
018979             MOVE OP-ID TO WS-OPERADOR
018980*            A LEVEL THE FILE DOES NOT KNOW GETS THE LEAST
018981*            AUTHORITY THERE IS, NOT THE MOST.
018982             IF OP-NIVEL-VALIDO
018983                 MOVE OP-NIVEL TO WS-NIVEL-OPERADOR
018984             ELSE
018985                 MOVE "1" TO WS-NIVEL-OPERADOR
018986             END-IF
018987             MOVE "S" TO WS-CONECTADO-SW
018988             DISPLAY "*** OPERADOR " WS-OPERADOR " CONECTADO - "
018989                 "NIVEL " WS-NIVEL-OPERADOR " ***"
018990     END-EVALUATE
018991
018992     PERFORM 1530-GRAVAR-CONEXAO THRU 1530-EXIT
018993
018994     IF NOT OPERADOR-CONECTADO AND NOT CONEXAO-ENCERRADA AND
018995        WS-TENTATIVAS >= WS-MAX-TENTATIVAS
018996         MOVE "T" TO WS-RESULTADO-CONEXAO
018997         PERFORM 1530-GRAVAR-CONEXAO THRU 1530-EXIT
018998         DISPLAY "*** TENTATIVAS ESGOTADAS - MANUTENCAO "
018999             "CANCELADA ***"
019000         MOVE "S" TO WS-CONEXAO-ENCERRADA-SW
019001     END-IF.
019002
019003 1510-EXIT.
019004     EXIT.
019005*-----------------------------------------------------------------
019006* 1520-REGRAVAR-OPERADOR
019007* STORES THE FAILURE COUNT, LAST SIGN-ON OR LOCKOUT BACK ON THE
019008* SECURITY FILE.  A FAILED REWRITE IS SHOWN BUT DOES NOT DECIDE
019009* THE SIGN-ON - THE ATTEMPT IS STILL LOGGED.
019010*-----------------------------------------------------------------
019011 1520-REGRAVAR-OPERADOR.
019012
019013     REWRITE OPERATOR-RECORD
019014         INVALID KEY
019015             DISPLAY "*** ERRO AO REGRAVAR OPERSEG - FILE STATUS "
019016                 WS-STATUS-OPERSEG " ***"
019017     END-REWRITE.
019018
019019 1520-EXIT.
019020     EXIT.
019021*-----------------------------------------------------------------
019022* 1530-GRAVAR-CONEXAO
019023* APPENDS ONE ENTRY TO THE SIGN-ON LOG FOR THE ATTEMPT JUST MADE,
019024* STAMPED WITH THE TIME THE ATTEMPT WAS CHECKED.
019025*-----------------------------------------------------------------
019026 1530-GRAVAR-CONEXAO.
019027
019028     MOVE SPACES                TO SIGNON-LOG-RECORD
019029     MOVE WS-JOB-ID             TO SL-JOB-ID
019030     MOVE WS-OPERADOR-INFORMADO TO SL-OPERADOR
019031     MOVE WS-RESULTADO-CONEXAO  TO SL-RESULTADO
019032     MOVE WS-FALHAS-CONEXAO     TO SL-FALHAS
019033
019034     STRING WS-TIMESTAMP-RAW (1:4)  DELIMITED BY SIZE
019035         "-"                        DELIMITED BY SIZE
019036         WS-TIMESTAMP-RAW (5:2)     DELIMITED BY SIZE
019037         "-"                        DELIMITED BY SIZE
019038         WS-TIMESTAMP-RAW (7:2)     DELIMITED BY SIZE
019039         " "                        DELIMITED BY SIZE
019040         WS-TIMESTAMP-RAW (9:2)     DELIMITED BY SIZE
019041         ":"                        DELIMITED BY SIZE
019042         WS-TIMESTAMP-RAW (11:2)    DELIMITED BY SIZE
019043         ":"                        DELIMITED BY SIZE
019044         WS-TIMESTAMP-RAW (13:2)    DELIMITED BY SIZE
019045         INTO SL-TIMESTAMP
019046     END-STRING
019047
019048     WRITE SIGNON-LOG-RECORD.
019049
019050 1530-EXIT.
019062     EXIT.
019074*-----------------------------------------------------------------
019086* 2000-OBTER-DATA-NASCIMENTO
019100* PROMPTS THE CLERK FOR A DATE OF BIRTH AND RE-PROMPTS UNTIL THE
019200* DATE PASSES EDITING, SO A BAD ACCEPT CANNOT REACH THE MASTER.
019300*-----------------------------------------------------------------
024700     END-IF.
024800
024900 2300-EXIT.
024902     EXIT.
024904*-----------------------------------------------------------------
024906* 2400-OBTER-CPF
024908* PROMPTS THE CLERK FOR THE CPF AND RE-PROMPTS UNTIL IT IS LEFT
024910* BLANK OR PASSES EDITING, SO A BAD OR BORROWED CPF CANNOT REACH
024912* THE MASTER.  LEAVES THE ACCEPTED CPF (OR BLANKS) IN
024914* WS-CPF-INFORMADO; WHAT BLANK MEANS IS THE CALLER'S CALL.
024916*-----------------------------------------------------------------
024918 2400-OBTER-CPF.
024920
024922     MOVE "N" TO WS-CPF-ACEITO-SW
024924
024926     PERFORM 2410-LER-E-VALIDAR-CPF THRU 2410-EXIT
024928         UNTIL CPF-ACEITO.
024930
024932 2400-EXIT.
024934     EXIT.
024936*-----------------------------------------------------------------
024938* 2410-LER-E-VALIDAR-CPF
024940* ONE CPF PROMPT - THE CHECK DIGITS THROUGH CPFVALID, THEN THE
024942* MASTER SEARCHED ON THE CPF ALTERNATE KEY FOR THE SAME NUMBER
024944* UNDER ANOTHER PR-ID.  THE RECORD BEING BUILT AND THE FILE
024946* STATUS ARE PUT BACK AFTER THE SEARCH, AS THE CALLER LEFT THEM.
024948*-----------------------------------------------------------------
024950 2410-LER-E-VALIDAR-CPF.
024952
024954     DISPLAY "CPF (11 DIGITOS, BRANCO = NAO INFORMAR/MANTER)? "
024956     MOVE SPACES TO WS-CPF-INFORMADO
024958     ACCEPT WS-CPF-INFORMADO
024960
024962     IF WS-CPF-INFORMADO = SPACES
024964         MOVE "S" TO WS-CPF-ACEITO-SW
024966     ELSE
024968         MOVE WS-CPF-INFORMADO TO CV-CPF
024970         CALL "CPFVALID" USING CPFVALID-PARAMETROS
024972         IF NOT CV-OK
024974             DISPLAY "*** " CV-MSG-ERRO " - INFORME NOVAMENTE ***"
024976         ELSE
024978             MOVE PERSON-RECORD    TO WS-REGISTRO-CPF
024980             MOVE WS-STATUS-MASTER TO WS-STATUS-GUARDADO
024982             PERFORM 2420-PROCURAR-CPF THRU 2420-EXIT
024984             MOVE WS-REGISTRO-CPF    TO PERSON-RECORD
024986             MOVE WS-STATUS-GUARDADO TO WS-STATUS-MASTER
024988             IF CPF-EM-USO
024990                 DISPLAY "*** CPF JA CADASTRADO NO ID "
024992                     WS-ID-DONO-CPF " - INFORME NOVAMENTE ***"
024994             ELSE
024996                 MOVE "S" TO WS-CPF-ACEITO-SW
024998             END-IF
025000         END-IF
025002     END-IF.
025004
025006 2410-EXIT.
025008     EXIT.
025010*-----------------------------------------------------------------
025012* 2420-PROCURAR-CPF
025014* POSITIONS ON THE CPF ALTERNATE KEY AND READS EVERY RECORD
025016* CARRYING THE NUMBER, SETTING CPF-EM-USO AT THE FIRST ONE UNDER
025018* A PR-ID OTHER THAN THE ONE BEING MAINTAINED (WC-ID).
025020*-----------------------------------------------------------------
025022 2420-PROCURAR-CPF.
025024
025026     MOVE "N" TO WS-CPF-EM-USO-SW
025028     MOVE "N" TO WS-FIM-CPF-SW
025030     MOVE WS-CPF-INFORMADO TO PR-CPF
025032     START PERSON-MASTER-FILE KEY = PR-CPF
025034         INVALID KEY MOVE "S" TO WS-FIM-CPF-SW
025036     END-START
025038
025040     PERFORM 2425-LER-PROXIMO-CPF THRU 2425-EXIT
025042         UNTIL FIM-CPF OR CPF-EM-USO.
025044
025046 2420-EXIT.
025048     EXIT.
025050*-----------------------------------------------------------------
025052* 2425-LER-PROXIMO-CPF
025054*-----------------------------------------------------------------
025056 2425-LER-PROXIMO-CPF.
025058
025060     READ PERSON-MASTER-FILE NEXT
025062         AT END MOVE "S" TO WS-FIM-CPF-SW
025064         NOT AT END
025066             IF PR-CPF NOT = WS-CPF-INFORMADO
025068                 MOVE "S" TO WS-FIM-CPF-SW
025070             ELSE
025072                 IF PR-ID NOT = WC-ID
025074                     MOVE "S" TO WS-CPF-EM-USO-SW
025076                     MOVE PR-ID TO WS-ID-DONO-CPF
025087                 END-IF
025088             END-IF
025089     END-READ.
025090
025091 2425-EXIT.
025092     EXIT.
025100*-----------------------------------------------------------------
025200* 3100-GRAVAR-AUDITORIA
025300* APPENDS ONE LINE TO THE SHARED AUDIT LOG FOR THIS CALCULATION.
025600
025700     MOVE SPACES TO AUDIT-LOG-RECORD
025800     MOVE WS-JOB-ID          TO AL-JOB-ID
025810     MOVE WS-OPERADOR        TO AL-OPERADOR
025900     MOVE PR-DATA-NASCIMENTO TO AL-DATA-NASCIMENTO
026000     MOVE PR-IDADE-DIAS      TO AL-IDADE-DIAS
026010     MOVE PR-ID              TO AL-ID
026100
026200     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-RAW
026300
028160* THE IMAGE JUST STORED FOR AN ADD.  WRITTEN ONLY AFTER THE
028170* MASTER OPERATION SUCCEEDS, LIKE THE AUDIT LINE, SO A REJECTED
028180* FILE OPERATION NEVER LEAVES HISTORY FOR AN UPDATE THAT NEVER
028181* REACHED THE MASTER.
028182*-----------------------------------------------------------------
028183 3200-GRAVAR-HISTORICO.
028184
028185     MOVE SPACES TO PERSON-HIST-RECORD
028186     MOVE WS-JOB-ID           TO PH-JOB-ID
028187     MOVE WS-ACAO-HISTORICO   TO PH-ACAO
028188     MOVE WS-OPERADOR         TO PH-OPERADOR
028189     MOVE WA-ID               TO PH-ID
028190     MOVE WA-NOME             TO PH-NOME
028191     MOVE WA-DATA-NASCIMENTO  TO PH-DATA-NASCIMENTO
028192     MOVE WA-DATA-CALCULO     TO PH-DATA-CALCULO
028193     MOVE WA-IDADE-DIAS       TO PH-IDADE-DIAS
028194     MOVE WA-SITUACAO         TO PH-SITUACAO
028195     MOVE WA-DATA-OBITO       TO PH-DATA-OBITO
028196     MOVE WA-CPF              TO PH-CPF
028202
028203     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-RAW
028204
028219     WRITE PERSON-HIST-RECORD.
028220
028221 3200-EXIT.
028247     EXIT.
028273*-----------------------------------------------------------------
028300* 4000-PROCESSAR-FUNCAO
028400* SHOWS THE FUNCTION MENU, ACCEPTS THE CLERK'S CHOICE AND ROUTES
028500* TO THE MAINTENANCE FUNCTION PICKED.  AN INQUIRY-ONLY OPERATOR
028510* IS REFUSED EVERY FUNCTION THAT UPDATES THE MASTER.
028600*-----------------------------------------------------------------
028700 4000-PROCESSAR-FUNCAO.
028800
028900     DISPLAY " "
029000     DISPLAY "FUNCAO - (I)NCLUIR, (A)LTERAR, (E)XCLUIR, "
029100         "(C)ONSULTAR, (S)ITUACAO, (V)INCULOS OU (F)IM? "
029200     MOVE SPACES TO WS-FUNCAO
029300     ACCEPT WS-FUNCAO
029400
029500     EVALUATE TRUE
029510         WHEN FUNCAO-ATUALIZACAO AND NIVEL-CONSULTA
029520             DISPLAY "*** OPERADOR " WS-OPERADOR " SOMENTE "
029530                 "CONSULTA - FUNCAO NAO PERMITIDA ***"
029600         WHEN FUNCAO-INCLUIR
029700             PERFORM 4100-INCLUIR THRU 4100-EXIT
029800         WHEN FUNCAO-ALTERAR
030300             PERFORM 4400-CONSULTAR THRU 4400-EXIT
030310         WHEN FUNCAO-SITUACAO
030320             PERFORM 4500-SITUACAO THRU 4500-EXIT
030330         WHEN FUNCAO-VINCULO
030340             PERFORM 4600-VINCULOS THRU 4600-EXIT
030400         WHEN FUNCAO-FIM
030500             MOVE "S" TO WS-FIM-SW
030600         WHEN OTHER
031200*-----------------------------------------------------------------
031300* 4100-INCLUIR
031400* ADDS ONE PERSON TO THE MASTER - REFUSES AN ID THAT IS ALREADY
031500* ON FILE, EDITS THE CPF AND THE BIRTH DATE AND STORES THE RECORD
031600* WITH A FRESHLY COMPUTED AGE.
031700*-----------------------------------------------------------------
031800 4100-INCLUIR.
031900
033400         DISPLAY "NOME? "
033500         MOVE SPACES TO PR-NOME
033600         ACCEPT PR-NOME
033601         PERFORM 2400-OBTER-CPF THRU 2400-EXIT
033602         MOVE WS-CPF-INFORMADO TO PR-CPF
033610*        A NEW PERSON COMES ON FILE ACTIVE, AGED AS OF TODAY -
033620*        THE SITUACAO FUNCTION IS WHERE THE STATUS CHANGES.
033630         MOVE "A"  TO PR-SITUACAO
034800     EXIT.
034900*-----------------------------------------------------------------
035000* 4200-ALTERAR
035100* CHANGES ONE PERSON ALREADY ON THE MASTER - A BLANK NAME OR CPF
035200* KEEPS THE STORED ONE, THE BIRTH DATE IS ALWAYS RE-ENTERED AND
035300* RE-EDITED, AND THE AGE IS RE-COMPUTED SO PR-DATA-CALCULO AND
035400* PR-IDADE-DIAS STAY CURRENT.
035500*-----------------------------------------------------------------
037500         IF WS-NOME-INFORMADO NOT = SPACES
037600             MOVE WS-NOME-INFORMADO TO PR-NOME
037700         END-IF
037701         PERFORM 2400-OBTER-CPF THRU 2400-EXIT
037702         IF WS-CPF-INFORMADO NOT = SPACES
037703             MOVE WS-CPF-INFORMADO TO PR-CPF
037704         END-IF
037710*        A DECEASED PERSON'S AGE STAYS PINNED TO THE DATE OF
037720*        DEATH, EVEN WHEN THE RECORD IS CORRECTED LATER.
037730         IF PR-SIT-FALECIDO AND PR-DATA-OBITO IS NUMERIC AND
043100* 4400-CONSULTAR
043200* INQUIRY ON ONE PERSON, BY ID (PRIMARY KEY), BY NAME (THE
043300* ALTERNATE KEY - EVERY PERSON CARRYING EXACTLY THAT NAME IS
043400* SHOWN, SINCE NAMES MAY DUPLICATE), BY CPF (THE SECOND
043405* ALTERNATE KEY), OR AS THE RECORD STOOD ON A GIVEN DATE,
043410* REPLAYED FROM THE CHANGE HISTORY.
043500*-----------------------------------------------------------------
043600 4400-CONSULTAR.
043700
043800     DISPLAY "CONSULTA POR (I)D, POR (N)OME, POR (C)PF OU "
043810         "(P)OSICAO EM DATA? "
043900     MOVE SPACES TO WS-TIPO-CONSULTA
044000     ACCEPT WS-TIPO-CONSULTA
044600         WHEN "N"
044700         WHEN "n"
044800             PERFORM 4420-CONSULTAR-POR-NOME THRU 4420-EXIT
044801         WHEN "C"
044802         WHEN "c"
044803             PERFORM 4460-CONSULTAR-POR-CPF THRU 4460-EXIT
044810         WHEN "P"
044820         WHEN "p"
044830             PERFORM 4440-CONSULTAR-POSICAO THRU 4440-EXIT
052700 4430-EXIBIR-PESSOA.
052800
052900     MOVE PR-IDADE-DIAS TO WS-IDADE-DIAS-EDITADO
053000     DISPLAY "ID: " PR-ID "  NOME: " PR-NOME "  CPF: " PR-CPF
053100     DISPLAY "  NASCIMENTO: " PR-DATA-NASCIMENTO
053101         "  CALCULADO EM: " PR-DATA-CALCULO
053102         "  IDADE EM DIAS: " WS-IDADE-DIAS-EDITADO
053103     IF PR-SIT-FALECIDO
053104         DISPLAY "  SITUACAO: FALECIDO  OBITO: " PR-DATA-OBITO
053105     ELSE
053106         IF PR-SIT-INATIVO
053107             DISPLAY "  SITUACAO: INATIVO"
053108         END-IF
053109     END-IF.
053110
053111 4430-EXIT.
053112     EXIT.
053113*-----------------------------------------------------------------
053114* 4440-CONSULTAR-POSICAO
053115* SHOWS ONE PERSON AS THEY STOOD ON A GIVEN DATE.  THE HISTORY
053116* HOLDS THE BEFORE-IMAGE OF EVERY CHANGE AND DELETE, SO THE
053117* POSITION AT A DATE IS THE BEFORE-IMAGE OF THE FIRST ENTRY
053118* DATED AFTER IT - AND AN ADD DATED AFTER IT MEANS THE PERSON
053119* WAS NOT ON FILE YET.  WITH NO ENTRY AFTER THE DATE THE RECORD
053120* HAS NOT CHANGED SINCE, SO THE LIVE MASTER IS THE ANSWER (OR,
053121* IF THE LAST ENTRY ON OR BEFORE THE DATE WAS A DELETE, THE
053122* PERSON WAS ALREADY OFF FILE).  THE HISTORY IS REOPENED FOR
053123* INPUT AROUND THE SCAN AND PUT BACK IN APPEND MODE AFTER.
053124*-----------------------------------------------------------------
053125 4440-CONSULTAR-POSICAO.
053126
053127     DISPLAY "ID DA PESSOA? "
053128     MOVE SPACES TO WS-ID-INFORMADO
053129     ACCEPT WS-ID-INFORMADO
053130     DISPLAY "POSICAO EM QUE DATA (AAAAMMDD)? "
053131     MOVE SPACES TO WS-DATA-POSICAO-X
053132     ACCEPT WS-DATA-POSICAO-X
053133
053134     IF WS-DATA-POSICAO-X NOT NUMERIC OR
053135        WS-DATA-POSICAO-X = "00000000"
053136         DISPLAY "*** DATA INVALIDA - CONSULTA ABANDONADA ***"
053137     ELSE
053138         MOVE WS-DATA-POSICAO-X TO WS-DATA-POSICAO
053139         MOVE "N"    TO WS-FIM-HIST-SW
053140         MOVE "N"    TO WS-POS-ACHADA-SW
053141         MOVE SPACES TO WS-POS-ACAO
053142         MOVE SPACES TO WS-ULTIMA-ACAO
053143
053144         CLOSE PERSON-HIST-FILE
053145         OPEN INPUT PERSON-HIST-FILE
053146         IF WS-STATUS-HIST NOT = "00"
053147             DISPLAY "*** HISTORICO INDISPONIVEL - FILE STATUS "
053148                 WS-STATUS-HIST " ***"
053149             MOVE "S" TO WS-FIM-HIST-SW
053150         ELSE
053151             PERFORM 4445-LER-HISTORICO THRU 4445-EXIT
053152                 UNTIL FIM-HIST
053153             CLOSE PERSON-HIST-FILE
053154         END-IF
053155         PERFORM 1200-ABRIR-HISTORICO THRU 1200-EXIT
053156
053157         PERFORM 4450-EXIBIR-POSICAO THRU 4450-EXIT
053158     END-IF.
053159
053160 4440-EXIT.
053161     EXIT.
053162*-----------------------------------------------------------------
053163* 4445-LER-HISTORICO
053164* READS ONE HISTORY ENTRY DURING THE POSITION SCAN.  ENTRIES ARE
053165* APPENDED IN TIME ORDER, SO THE FIRST ENTRY FOR THE ASKED ID
053166* DATED AFTER THE ASKED DATE IS THE ONE THAT SETTLES THE
053167* POSITION; ENTRIES ON OR BEFORE IT ONLY REMEMBER THE LAST
053168* ACTION, TO TELL A DELETED PERSON FROM ONE NEVER ON FILE.
053169*-----------------------------------------------------------------
053170 4445-LER-HISTORICO.
053171
053172     READ PERSON-HIST-FILE
053173         AT END SET FIM-HIST TO TRUE
053174         NOT AT END
053175             IF PH-ID = WS-ID-INFORMADO AND
053176                PH-TIMESTAMP (1:4) IS NUMERIC AND
053177                PH-TIMESTAMP (6:2) IS NUMERIC AND
053178                PH-TIMESTAMP (9:2) IS NUMERIC
053179                 COMPUTE WS-DATA-MOVTO =
053180                     FUNCTION NUMVAL (PH-TIMESTAMP (1:4)) * 10000
053181                     + FUNCTION NUMVAL (PH-TIMESTAMP (6:2)) * 100
053182                     + FUNCTION NUMVAL (PH-TIMESTAMP (9:2))
053183                 IF WS-DATA-MOVTO > WS-DATA-POSICAO
053184                     IF NOT POS-ACHADA
053185                         MOVE "S"      TO WS-POS-ACHADA-SW
053186                         MOVE PH-ACAO  TO WS-POS-ACAO
053187                         MOVE PH-ID    TO WA-ID
053188                         MOVE PH-NOME  TO WA-NOME
053189                         MOVE PH-DATA-NASCIMENTO
053190                             TO WA-DATA-NASCIMENTO
053191                         MOVE PH-DATA-CALCULO TO WA-DATA-CALCULO
053192                         MOVE PH-IDADE-DIAS   TO WA-IDADE-DIAS
053193                         MOVE PH-SITUACAO     TO WA-SITUACAO
053194                         MOVE PH-DATA-OBITO   TO WA-DATA-OBITO
053195                         MOVE PH-CPF          TO WA-CPF
053196                     END-IF
053197                 ELSE
053198                     MOVE PH-ACAO TO WS-ULTIMA-ACAO
053199                 END-IF
053200             END-IF
053201     END-READ.
053202
053203 4445-EXIT.
053204     EXIT.
053205*-----------------------------------------------------------------
053206* 4450-EXIBIR-POSICAO
053207* ANSWERS THE POSITION-AT-DATE INQUIRY FROM WHAT THE SCAN FOUND.
053208*-----------------------------------------------------------------
053209 4450-EXIBIR-POSICAO.
053210
053211     EVALUATE TRUE
053212         WHEN POS-ACHADA AND WS-POS-ACAO = "I"
053213             DISPLAY "*** ID " WS-ID-INFORMADO
053214                 " NAO CONSTAVA DO CADASTRO EM "
053215                 WS-DATA-POSICAO " ***"
053216         WHEN POS-ACHADA
053217             MOVE WA-IDADE-DIAS TO WS-IDADE-DIAS-EDITADO
053218             DISPLAY "POSICAO EM " WS-DATA-POSICAO ":"
053219             DISPLAY "ID: " WA-ID "  NOME: " WA-NOME
053220                 "  CPF: " WA-CPF
053221             DISPLAY "  NASCIMENTO: " WA-DATA-NASCIMENTO
053222                 "  CALCULADO EM: " WA-DATA-CALCULO
053223                 "  IDADE EM DIAS: " WS-IDADE-DIAS-EDITADO
053224             IF WA-SITUACAO NOT = SPACES AND
053225                WA-SITUACAO NOT = "A"
053226                 DISPLAY "  SITUACAO: " WA-SITUACAO
053227                     "  OBITO: " WA-DATA-OBITO
053228             END-IF
053229         WHEN OTHER
053230             MOVE WS-ID-INFORMADO TO PR-ID
053231             READ PERSON-MASTER-FILE
053232                 INVALID KEY CONTINUE
053233             END-READ
053234             IF WS-STATUS-MASTER = "00"
053235                 DISPLAY "POSICAO EM " WS-DATA-POSICAO
053236                     " (SEM ALTERACOES DESDE ENTAO):"
053237                 PERFORM 4430-EXIBIR-PESSOA THRU 4430-EXIT
053238             ELSE
053239                 IF WS-ULTIMA-ACAO = "E"
053240                     DISPLAY "*** ID " WS-ID-INFORMADO
053241                         " JA EXCLUIDO DO CADASTRO EM "
053242                         WS-DATA-POSICAO " ***"
053243                 ELSE
053244                     DISPLAY "*** ID " WS-ID-INFORMADO
053245                         " NAO CONSTAVA DO CADASTRO EM "
053246                         WS-DATA-POSICAO " ***"
053247                 END-IF
053248             END-IF
053249     END-EVALUATE.
053250
053251 4450-EXIT.
053252     EXIT.
053253*-----------------------------------------------------------------
053254* 4460-CONSULTAR-POR-CPF
053255* POSITIONS ON THE CPF ALTERNATE KEY AND READS FORWARD, SHOWING
053256* EVERY RECORD CARRYING THE CPF ASKED FOR - ONE, UNLESS THE
053257* MASTER WAS LOADED BEFORE THE DUPLICATE CHECK EXISTED.
053258*-----------------------------------------------------------------
053259 4460-CONSULTAR-POR-CPF.
053260
053261     DISPLAY "CPF DA PESSOA (11 DIGITOS)? "
053262     MOVE SPACES TO WS-CPF-INFORMADO
053263     ACCEPT WS-CPF-INFORMADO
053264
053265     MOVE "N" TO WS-FIM-CPF-SW
053266     IF WS-CPF-INFORMADO = SPACES
053267         MOVE "S" TO WS-FIM-CPF-SW
053268     ELSE
053269         MOVE WS-CPF-INFORMADO TO PR-CPF
053270         START PERSON-MASTER-FILE KEY = PR-CPF
053271             INVALID KEY MOVE "S" TO WS-FIM-CPF-SW
053272         END-START
053273     END-IF
053274
053275     IF FIM-CPF
053276         DISPLAY "*** CPF NAO ENCONTRADO ***"
053277     ELSE
053278         PERFORM 4465-LER-PROXIMO-CPF THRU 4465-EXIT
053279             UNTIL FIM-CPF
053280     END-IF.
053281
053282 4460-EXIT.
053283     EXIT.
053284*-----------------------------------------------------------------
053285* 4465-LER-PROXIMO-CPF
053286*-----------------------------------------------------------------
053287 4465-LER-PROXIMO-CPF.
053288
053289     READ PERSON-MASTER-FILE NEXT
053290         AT END MOVE "S" TO WS-FIM-CPF-SW
053291         NOT AT END
053292             IF PR-CPF = WS-CPF-INFORMADO
053293                 PERFORM 4430-EXIBIR-PESSOA THRU 4430-EXIT
053294             ELSE
053295                 MOVE "S" TO WS-FIM-CPF-SW
053296             END-IF
053297     END-READ.
053298
053299 4465-EXIT.
053300     EXIT.
053301*-----------------------------------------------------------------
053302* 4500-SITUACAO
053303* SETS OR CLEARS ONE PERSON'S STATUS.  ACTIVE AND INACTIVE CLEAR
053304* THE DATE OF DEATH AND RE-AGE THE PERSON AS OF TODAY; DECEASED
053305* TAKES THE DATE OF DEATH (EDITED THROUGH AGECALC, SO IT IS A
053306* REAL, NON-FUTURE CALENDAR DATE ON OR AFTER THE BIRTH DATE)
053307* AND PINS THE AGE TO IT.  THE MASTER IS REWRITTEN ONLY WHEN
053308* EVERYTHING PASSES, WITH THE USUAL AUDIT AND HISTORY LINES.
053309* MARKING A PERSON DECEASED, OR CHANGING THE STATUS OF ONE
053310* ALREADY DECEASED, NEEDS A SUPERVISOR-LEVEL OPERATOR.
053311*-----------------------------------------------------------------
053312 4500-SITUACAO.
053313
053314     DISPLAY "ID DA PESSOA? "
053315     MOVE SPACES TO WS-ID-INFORMADO
053316     ACCEPT WS-ID-INFORMADO
053317
053318     MOVE WS-ID-INFORMADO TO PR-ID
053319     READ PERSON-MASTER-FILE
053320         INVALID KEY CONTINUE
053321     END-READ
053322
053323     IF WS-STATUS-MASTER NOT = "00"
053324         DISPLAY "*** ID " WS-ID-INFORMADO
053325             " NAO ENCONTRADO ***"
053326     ELSE
053327         PERFORM 4430-EXIBIR-PESSOA THRU 4430-EXIT
053328         MOVE PERSON-RECORD TO WS-REGISTRO-ANTES
053329         DISPLAY "NOVA SITUACAO - (A)TIVO, (I)NATIVO OU "
053330             "(F)ALECIDO? "
053331         MOVE SPACES TO WS-SITUACAO-INFORMADA
053332         ACCEPT WS-SITUACAO-INFORMADA
053333
053334         MOVE "N" TO WS-DATA-VALIDA-SW
053335         MOVE "S" TO WS-SITUACAO-PERMITIDA-SW
053336         IF (WS-SITUACAO-INFORMADA = "F" OR "f" OR
053337             PR-SIT-FALECIDO) AND NOT NIVEL-SUPERVISOR
053338             MOVE "N" TO WS-SITUACAO-PERMITIDA-SW
053339             DISPLAY "*** SITUACAO FALECIDO EXIGE NIVEL "
053340                 "SUPERVISOR ***"
053341         END-IF
053342
053343         IF SITUACAO-PERMITIDA
053344             EVALUATE WS-SITUACAO-INFORMADA
053345                 WHEN "A"
053346                 WHEN "a"
053347                     MOVE "A"  TO PR-SITUACAO
053348                     MOVE ZERO TO PR-DATA-OBITO
053349                     MOVE "S"  TO WS-DATA-VALIDA-SW
053350                 WHEN "I"
053351                 WHEN "i"
053352                     MOVE "I"  TO PR-SITUACAO
053353                     MOVE ZERO TO PR-DATA-OBITO
053354                     MOVE "S"  TO WS-DATA-VALIDA-SW
053355                 WHEN "F"
053356                 WHEN "f"
053357                     PERFORM 4510-OBTER-DATA-OBITO THRU 4510-EXIT
053358                 WHEN OTHER
053359                     DISPLAY "*** SITUACAO INVALIDA ***"
053360             END-EVALUATE
053361         END-IF
053362
053363         IF DATA-VALIDA
053364*            RE-AGE THE PERSON AGAINST THE DATE THE NEW STATUS
053365*            PINS THEM TO - THE DATE OF DEATH FOR A DECEASED
053366*            PERSON, TODAY FOR EVERYONE ELSE.
053367             IF PR-SIT-FALECIDO
053368                 MOVE PR-DATA-OBITO TO WS-DATA-REFERENCIA
053369             ELSE
053370                 MOVE ZERO TO WS-DATA-REFERENCIA
053371             END-IF
053372             MOVE PR-DATA-NASCIMENTO TO WS-DATA-ENTRADA
053373             PERFORM 2300-CHAMAR-AGECALC THRU 2300-EXIT
053374             MOVE ZERO TO WS-DATA-REFERENCIA
053375             IF DATA-VALIDA
053376                 REWRITE PERSON-RECORD
053377                     INVALID KEY
053378                         DISPLAY "*** ERRO AO REGRAVAR - FILE "
053379                             "STATUS " WS-STATUS-MASTER " ***"
053380                     NOT INVALID KEY
053381                         PERFORM 3100-GRAVAR-AUDITORIA
053382                             THRU 3100-EXIT
053383                         MOVE "A" TO WS-ACAO-HISTORICO
053384                         PERFORM 3200-GRAVAR-HISTORICO
053385                             THRU 3200-EXIT
053386                         DISPLAY "*** SITUACAO ALTERADA: " PR-ID
053387                             " ***"
053388                 END-REWRITE
053389             ELSE
053390                 DISPLAY "*** " WS-MSG-ERRO
053391                     " - SITUACAO NAO ALTERADA ***"
053392             END-IF
053393         END-IF
053394     END-IF.
053395
053396 4500-EXIT.
053397     EXIT.
053398*-----------------------------------------------------------------
053399* 4510-OBTER-DATA-OBITO
053400* EDITS THE DATE OF DEATH FOR A DECEASED STATUS - AGECALC PROVES
053401* IT A REAL, NON-FUTURE CALENDAR DATE (THE SAME EDITING EVERY
053402* DATE IN THIS SHOP GOES THROUGH), AND IT MAY NOT FALL BEFORE
053403* THE BIRTH DATE.  ON SUCCESS THE RECORD IS MARKED DECEASED WITH
053404* THE NORMALIZED DATE; ON FAILURE DATA-VALIDA STAYS OFF AND THE
053405* STATUS CHANGE IS ABANDONED.
053406*-----------------------------------------------------------------
053407 4510-OBTER-DATA-OBITO.
053408
053409     DISPLAY "DATA DO OBITO (AAAAMMDD)? "
053410     MOVE SPACES TO WS-DATA-OBITO-X
053411     ACCEPT WS-DATA-OBITO-X
053412
053413     IF WS-DATA-OBITO-X NOT NUMERIC OR
053414        WS-DATA-OBITO-X = "00000000"
053415         DISPLAY "*** DATA DE OBITO INVALIDA ***"
053416     ELSE
053417         MOVE SPACES          TO AC-DATA-ENTRADA
053418         MOVE WS-DATA-OBITO-X TO AC-DATA-ENTRADA
053419         MOVE ZERO            TO AC-DATA-REFERENCIA
053420         CALL "AGECALC" USING AGECALC-PARAMETROS
053421         IF NOT AC-OK
053422             DISPLAY "*** " AC-MSG-ERRO " ***"
053423         ELSE
053424             IF AC-DATA-NASCIMENTO < PR-DATA-NASCIMENTO
053425                 DISPLAY "*** OBITO ANTERIOR AO NASCIMENTO ***"
053426             ELSE
053427                 MOVE "F" TO PR-SITUACAO
053428                 MOVE AC-DATA-NASCIMENTO TO PR-DATA-OBITO
053429                 MOVE "S" TO WS-DATA-VALIDA-SW
053430             END-IF
053431         END-IF
053432     END-IF.
053433
053434 4510-EXIT.
053435     EXIT.
053436*-----------------------------------------------------------------
053437* 4600-VINCULOS
053438* THE DEPENDENTS FUNCTION - ADD A LINK BETWEEN A DEPENDENT AND
053439* THE PARENT OR GUARDIAN THEY ARE ON FILE THROUGH, END ONE, OR
053440* SHOW EVERY LINK A PERSON IS ON EITHER SIDE OF.  AN INQUIRY-ONLY
053441* OPERATOR MAY ONLY SHOW.
053442*-----------------------------------------------------------------
053443 4600-VINCULOS.
053444
053445     IF NOT VINCULO-ABERTO
053446         DISPLAY "*** DEPVINC INDISPONIVEL - FUNCAO NAO "
053447             "PERMITIDA ***"
053448     ELSE
053449         DISPLAY "VINCULOS - (I)NCLUIR, (E)NCERRAR OU "
053450             "(C)ONSULTAR? "
053451         MOVE SPACES TO WS-FUNCAO-VINCULO
053452         ACCEPT WS-FUNCAO-VINCULO
053453         INSPECT WS-FUNCAO-VINCULO CONVERTING "iec" TO "IEC"
053454
053455         EVALUATE TRUE
053456             WHEN (WS-FUNCAO-VINCULO = "I" OR "E") AND
053457                  NIVEL-CONSULTA
053458                 DISPLAY "*** OPERADOR " WS-OPERADOR " SOMENTE "
053459                     "CONSULTA - FUNCAO NAO PERMITIDA ***"
053460             WHEN WS-FUNCAO-VINCULO = "I"
053461                 PERFORM 4610-INCLUIR-VINCULO THRU 4610-EXIT
053462             WHEN WS-FUNCAO-VINCULO = "E"
053463                 PERFORM 4620-ENCERRAR-VINCULO THRU 4620-EXIT
053464             WHEN WS-FUNCAO-VINCULO = "C"
053465                 PERFORM 4630-CONSULTAR-VINCULOS THRU 4630-EXIT
053466             WHEN OTHER
053467                 DISPLAY "*** FUNCAO INVALIDA ***"
053468         END-EVALUATE
053469     END-IF.
053470
053471 4600-EXIT.
053472     EXIT.
053473*-----------------------------------------------------------------
053474* 4610-INCLUIR-VINCULO
053475* ADDS ONE LINK.  BOTH SIDES MUST BE ON THE MASTER AND ALIVE, THE
053476* DEPENDENT MUST BE YOUNGER THAN THE RESPONSIBLE PERSON, THE PAIR
053477* MAY NOT ALREADY HAVE AN OPEN LINK, AND THE TYPE AND AGE-OUT
053478* RULE MUST BE ONES THE FILE KNOWS.  EACH STEP RUNS ONLY WHEN
053479* THE ONE BEFORE PASSED.
053480*-----------------------------------------------------------------
053481 4610-INCLUIR-VINCULO.
053482
053483     MOVE "S" TO WS-VINCULO-OK-SW
053484     PERFORM 4611-OBTER-DEPENDENTE THRU 4611-EXIT
053485
053486     IF VINCULO-OK
053487         PERFORM 4612-OBTER-RESPONSAVEL THRU 4612-EXIT
053488     END-IF
053489
053490     IF VINCULO-OK
053491         PERFORM 4613-VERIFICAR-EXISTENTE THRU 4613-EXIT
053492     END-IF
053493
053494     IF VINCULO-OK
053495         PERFORM 4614-OBTER-REGRA THRU 4614-EXIT
053496     END-IF
053497
053498     IF VINCULO-OK
053499         PERFORM 4615-GRAVAR-VINCULO THRU 4615-EXIT
053500     END-IF.
053501
053502 4610-EXIT.
053503     EXIT.
053504*-----------------------------------------------------------------
053505* 4611-OBTER-DEPENDENTE
053506*-----------------------------------------------------------------
053507 4611-OBTER-DEPENDENTE.
053508
053509     DISPLAY "ID DO DEPENDENTE? "
053510     MOVE SPACES TO WS-ID-DEPENDENTE
053511     ACCEPT WS-ID-DEPENDENTE
053512
053513     MOVE WS-ID-DEPENDENTE TO PR-ID
053514     READ PERSON-MASTER-FILE
053515         INVALID KEY CONTINUE
053516     END-READ
053517
053518     EVALUATE TRUE
053519         WHEN WS-STATUS-MASTER NOT = "00"
053520             DISPLAY "*** ID " WS-ID-DEPENDENTE
053521                 " NAO ENCONTRADO - INCLUSAO RECUSADA ***"
053522             MOVE "N" TO WS-VINCULO-OK-SW
053523         WHEN PR-SIT-FALECIDO
053524             DISPLAY "*** DEPENDENTE FALECIDO - INCLUSAO "
053525                 "RECUSADA ***"
053526             MOVE "N" TO WS-VINCULO-OK-SW
053527         WHEN OTHER
053528             PERFORM 4430-EXIBIR-PESSOA THRU 4430-EXIT
053529             MOVE PR-DATA-NASCIMENTO TO WS-NASC-DEPENDENTE
053530     END-EVALUATE.
053531
053532 4611-EXIT.
053533     EXIT.
053534*-----------------------------------------------------------------
053535* 4612-OBTER-RESPONSAVEL
053536* THE RESPONSIBLE PERSON MUST BE SOMEONE ELSE, ON THE MASTER,
053537* ALIVE, AND BORN BEFORE THE DEPENDENT.
053538*-----------------------------------------------------------------
053539 4612-OBTER-RESPONSAVEL.
053540
053541     DISPLAY "ID DO RESPONSAVEL? "
053542     MOVE SPACES TO WS-ID-RESPONSAVEL
053543     ACCEPT WS-ID-RESPONSAVEL
053544
053545     MOVE WS-ID-RESPONSAVEL TO PR-ID
053546     READ PERSON-MASTER-FILE
053547         INVALID KEY CONTINUE
053548     END-READ
053549
053550     EVALUATE TRUE
053551         WHEN WS-ID-RESPONSAVEL = WS-ID-DEPENDENTE
053552             DISPLAY "*** RESPONSAVEL IGUAL AO DEPENDENTE - "
053553                 "INCLUSAO RECUSADA ***"
053554             MOVE "N" TO WS-VINCULO-OK-SW
053555         WHEN WS-STATUS-MASTER NOT = "00"
053556             DISPLAY "*** ID " WS-ID-RESPONSAVEL
053557                 " NAO ENCONTRADO - INCLUSAO RECUSADA ***"
053558             MOVE "N" TO WS-VINCULO-OK-SW
053559         WHEN PR-SIT-FALECIDO
053560             DISPLAY "*** RESPONSAVEL FALECIDO - INCLUSAO "
053561                 "RECUSADA ***"
053562             MOVE "N" TO WS-VINCULO-OK-SW
053563         WHEN PR-DATA-NASCIMENTO NOT < WS-NASC-DEPENDENTE
053564             DISPLAY "*** DEPENDENTE NAO E MAIS NOVO QUE O "
053565                 "RESPONSAVEL - INCLUSAO RECUSADA ***"
053566             MOVE "N" TO WS-VINCULO-OK-SW
053567         WHEN OTHER
053568             PERFORM 4430-EXIBIR-PESSOA THRU 4430-EXIT
053569     END-EVALUATE.
053570
053571 4612-EXIT.
053572     EXIT.
053573*-----------------------------------------------------------------
053574* 4613-VERIFICAR-EXISTENTE
053575* READS THE PAIR'S LINK.  AN OPEN ONE REFUSES THE ADD; AN ENDED
053576* ONE IS REOPENED BY THE ADD, SO THE FILE HOLDS ONE LINK PER
053577* PAIR.
053578*-----------------------------------------------------------------
053579 4613-VERIFICAR-EXISTENTE.
053580
053581     MOVE "N" TO WS-VINCULO-EXISTE-SW
053582     MOVE WS-ID-DEPENDENTE  TO VN-ID-DEPENDENTE
053583     MOVE WS-ID-RESPONSAVEL TO VN-ID-RESPONSAVEL
053584     READ VINCULO-FILE
053585         INVALID KEY CONTINUE
053586     END-READ
053587
053588     IF WS-STATUS-VINCULO = "00"
053589         MOVE "S" TO WS-VINCULO-EXISTE-SW
053590         IF VN-SIT-ATIVO
053591             DISPLAY "*** VINCULO JA ATIVO DESDE "
053592                 VN-DATA-INICIO " - INCLUSAO RECUSADA ***"
053593             MOVE "N" TO WS-VINCULO-OK-SW
053594         END-IF
053595     END-IF.
053596
053597 4613-EXIT.
053598     EXIT.
053599*-----------------------------------------------------------------
053600* 4614-OBTER-REGRA
053601* THE RELATIONSHIP TYPE AND THE AGE-OUT RULE.  EITHER ONE
053602* INVALID ABANDONS THE ADD.
053603*-----------------------------------------------------------------
053604 4614-OBTER-REGRA.
053605
053606     DISPLAY "TIPO - (F)ILHO, (E)NTEADO, (T)UTELADO/GUARDA "
053607         "OU (O)UTRO? "
053608     MOVE SPACES TO WS-TIPO-VINCULO
053609     ACCEPT WS-TIPO-VINCULO
053610     INSPECT WS-TIPO-VINCULO CONVERTING "feto" TO "FETO"
053611     DISPLAY "IDADE LIMITE - 18, 21 OU 24 (ESTUDANTE)? "
053612     MOVE SPACES TO WS-LIMITE-INFORMADO
053613     ACCEPT WS-LIMITE-INFORMADO
053614
053615     MOVE WS-TIPO-VINCULO TO VN-TIPO
053616     IF WS-LIMITE-INFORMADO IS NUMERIC
053617         MOVE WS-LIMITE-INFORMADO TO WS-IDADE-LIMITE
053618     ELSE
053619         MOVE ZERO TO WS-IDADE-LIMITE
053620     END-IF
053621     MOVE WS-IDADE-LIMITE TO VN-IDADE-LIMITE
053622
053623     EVALUATE TRUE
053624         WHEN NOT VN-TIPO-VALIDO
053625             DISPLAY "*** TIPO DE VINCULO INVALIDO - INCLUSAO "
053626                 "ABANDONADA ***"
053627             MOVE "N" TO WS-VINCULO-OK-SW
053628         WHEN NOT VN-LIMITE-VALIDO
053629             DISPLAY "*** IDADE LIMITE INVALIDA - INCLUSAO "
053630                 "ABANDONADA ***"
053631             MOVE "N" TO WS-VINCULO-OK-SW
053632         WHEN OTHER
053633             CONTINUE
053634     END-EVALUATE.
053635
053636 4614-EXIT.
053637     EXIT.
053638*-----------------------------------------------------------------
053639* 4615-GRAVAR-VINCULO
053640* STORES THE LINK OPEN AS OF TODAY UNDER THE OPERATOR SIGNED ON -
053641* A NEW RECORD, OR THE PAIR'S ENDED ONE REWRITTEN.
053642*-----------------------------------------------------------------
053643 4615-GRAVAR-VINCULO.
053644
053645     MOVE SPACES            TO VINCULO-RECORD
053646     MOVE WS-ID-DEPENDENTE  TO VN-ID-DEPENDENTE
053647     MOVE WS-ID-RESPONSAVEL TO VN-ID-RESPONSAVEL
053648     MOVE WS-TIPO-VINCULO   TO VN-TIPO
053649     MOVE WS-IDADE-LIMITE   TO VN-IDADE-LIMITE
053650     MOVE "A"               TO VN-SITUACAO
053651     MOVE FUNCTION CURRENT-DATE (1:8) TO VN-DATA-INICIO
053652     MOVE WS-OPERADOR       TO VN-OPERADOR-INICIO
053653     MOVE ZERO              TO VN-DATA-FIM
053654
053655     IF VINCULO-EXISTE
053656         REWRITE VINCULO-RECORD
053657             INVALID KEY
053658                 DISPLAY "*** ERRO AO REGRAVAR DEPVINC - FILE "
053659                     "STATUS " WS-STATUS-VINCULO " ***"
053660             NOT INVALID KEY
053661                 DISPLAY "*** VINCULO REABERTO: "
053662                     VN-ID-DEPENDENTE " / " VN-ID-RESPONSAVEL
053663                     " ***"
053664         END-REWRITE
053665     ELSE
053666         WRITE VINCULO-RECORD
053667             INVALID KEY
053668                 DISPLAY "*** ERRO AO GRAVAR DEPVINC - FILE "
053669                     "STATUS " WS-STATUS-VINCULO " ***"
053670             NOT INVALID KEY
053671                 DISPLAY "*** VINCULO INCLUIDO: "
053672                     VN-ID-DEPENDENTE " / " VN-ID-RESPONSAVEL
053673                     " ***"
053674         END-WRITE
053675     END-IF.
053676
053677 4615-EXIT.
053678     EXIT.
053679*-----------------------------------------------------------------
053680* 4620-ENCERRAR-VINCULO
053681* ENDS ONE OPEN LINK AS OF TODAY, AFTER SHOWING IT AND ASKING
053682* THE CLERK TO CONFIRM.  THE LINK STAYS ON FILE, ENDED.
053683*-----------------------------------------------------------------
053684 4620-ENCERRAR-VINCULO.
053685
053686     DISPLAY "ID DO DEPENDENTE? "
053687     MOVE SPACES TO WS-ID-DEPENDENTE
053688     ACCEPT WS-ID-DEPENDENTE
053689     DISPLAY "ID DO RESPONSAVEL? "
053690     MOVE SPACES TO WS-ID-RESPONSAVEL
053691     ACCEPT WS-ID-RESPONSAVEL
053692
053693     MOVE WS-ID-DEPENDENTE  TO VN-ID-DEPENDENTE
053694     MOVE WS-ID-RESPONSAVEL TO VN-ID-RESPONSAVEL
053695     READ VINCULO-FILE
053696         INVALID KEY CONTINUE
053697     END-READ
053698
053699     EVALUATE TRUE
053700         WHEN WS-STATUS-VINCULO NOT = "00"
053701             DISPLAY "*** VINCULO NAO ENCONTRADO ***"
053702         WHEN VN-SIT-ENCERRADO
053703             DISPLAY "*** VINCULO JA ENCERRADO EM "
053704                 VN-DATA-FIM " ***"
053705         WHEN OTHER
053706             PERFORM 4640-EXIBIR-VINCULO THRU 4640-EXIT
053707             DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)? "
053708             MOVE "N" TO WS-CONFIRMA
053709             ACCEPT WS-CONFIRMA
053710             IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
053711                 MOVE "E" TO VN-SITUACAO
053712                 MOVE FUNCTION CURRENT-DATE (1:8) TO VN-DATA-FIM
053713                 MOVE WS-OPERADOR TO VN-OPERADOR-FIM
053714                 REWRITE VINCULO-RECORD
053715                     INVALID KEY
053716                         DISPLAY "*** ERRO AO REGRAVAR DEPVINC "
053717                             "- FILE STATUS " WS-STATUS-VINCULO
053718                             " ***"
053719                     NOT INVALID KEY
053720                         DISPLAY "*** VINCULO ENCERRADO: "
053721                             VN-ID-DEPENDENTE " / "
053722                             VN-ID-RESPONSAVEL " ***"
053723                 END-REWRITE
053724             ELSE
053725                 DISPLAY "*** ENCERRAMENTO ABANDONADO ***"
053726             END-IF
053727     END-EVALUATE.
053728
053729 4620-EXIT.
053730     EXIT.
053731*-----------------------------------------------------------------
053732* 4630-CONSULTAR-VINCULOS
053733* SHOWS EVERY LINK, OPEN OR ENDED, A PERSON IS ON - FIRST AS THE
053734* DEPENDENT (THE PRIMARY KEY, FROM THE ID ON), THEN AS THE
053735* RESPONSIBLE PERSON (THE ALTERNATE KEY).
053736*-----------------------------------------------------------------
053737 4630-CONSULTAR-VINCULOS.
053738
053739     DISPLAY "ID DA PESSOA? "
053740     MOVE SPACES TO WS-ID-INFORMADO
053741     ACCEPT WS-ID-INFORMADO
053742     MOVE ZERO TO WS-QTD-VINCULOS
053743
053744     MOVE "N" TO WS-FIM-VINCULO-SW
053745     MOVE WS-ID-INFORMADO TO VN-ID-DEPENDENTE
053746     MOVE LOW-VALUES      TO VN-ID-RESPONSAVEL
053747     START VINCULO-FILE KEY IS NOT LESS THAN VN-CHAVE
053748         INVALID KEY MOVE "S" TO WS-FIM-VINCULO-SW
053749     END-START
053750     PERFORM 4631-LER-COMO-DEPENDENTE THRU 4631-EXIT
053751         UNTIL FIM-VINCULO
053752
053753     MOVE "N" TO WS-FIM-VINCULO-SW
053754     MOVE WS-ID-INFORMADO TO VN-ID-RESPONSAVEL
053755     START VINCULO-FILE KEY = VN-ID-RESPONSAVEL
053756         INVALID KEY MOVE "S" TO WS-FIM-VINCULO-SW
053757     END-START
053758     PERFORM 4632-LER-COMO-RESPONSAVEL THRU 4632-EXIT
053759         UNTIL FIM-VINCULO
053760
053761     IF WS-QTD-VINCULOS = ZERO
053762         DISPLAY "*** NENHUM VINCULO PARA O ID "
053763             WS-ID-INFORMADO " ***"
053764     END-IF.
053765
053766 4630-EXIT.
053767     EXIT.
053768*-----------------------------------------------------------------
053769* 4631-LER-COMO-DEPENDENTE
053770*-----------------------------------------------------------------
053771 4631-LER-COMO-DEPENDENTE.
053772
053773     READ VINCULO-FILE NEXT
053774         AT END MOVE "S" TO WS-FIM-VINCULO-SW
053775         NOT AT END
053776             IF VN-ID-DEPENDENTE = WS-ID-INFORMADO
053777                 ADD 1 TO WS-QTD-VINCULOS
053778                 PERFORM 4640-EXIBIR-VINCULO THRU 4640-EXIT
053779             ELSE
053780                 MOVE "S" TO WS-FIM-VINCULO-SW
053781             END-IF
053782     END-READ.
053783
053784 4631-EXIT.
053785     EXIT.
053786*-----------------------------------------------------------------
053787* 4632-LER-COMO-RESPONSAVEL
053788*-----------------------------------------------------------------
053789 4632-LER-COMO-RESPONSAVEL.
053790
053791     READ VINCULO-FILE NEXT
053792         AT END MOVE "S" TO WS-FIM-VINCULO-SW
053793         NOT AT END
053794             IF VN-ID-RESPONSAVEL = WS-ID-INFORMADO
053795                 ADD 1 TO WS-QTD-VINCULOS
053796                 PERFORM 4640-EXIBIR-VINCULO THRU 4640-EXIT
053797             ELSE
053798                 MOVE "S" TO WS-FIM-VINCULO-SW
053799             END-IF
053800     END-READ.
053801
053802 4632-EXIT.
053803     EXIT.
053804*-----------------------------------------------------------------
053805* 4640-EXIBIR-VINCULO
053806* SHOWS THE LINK IN THE RECORD AREA, WITH THE NAME OF EACH SIDE
053807* AS THE MASTER HAS IT NOW.
053808*-----------------------------------------------------------------
053809 4640-EXIBIR-VINCULO.
053810
053811     EVALUATE TRUE
053812         WHEN VN-TIPO-FILHO
053813             MOVE "FILHO"    TO WS-TEXTO-TIPO
053814         WHEN VN-TIPO-ENTEADO
053815             MOVE "ENTEADO"  TO WS-TEXTO-TIPO
053816         WHEN VN-TIPO-TUTELADO
053817             MOVE "TUTELADO" TO WS-TEXTO-TIPO
053818         WHEN OTHER
053819             MOVE "OUTRO"    TO WS-TEXTO-TIPO
053820     END-EVALUATE
053821
053822     MOVE VN-ID-DEPENDENTE TO WS-ID-NOME
053823     PERFORM 4645-NOME-DA-PESSOA THRU 4645-EXIT
053824     DISPLAY "DEPENDENTE:  " VN-ID-DEPENDENTE "  "
053825         WS-NOME-PESSOA " " WS-MARCA-PESSOA
053826     MOVE VN-ID-RESPONSAVEL TO WS-ID-NOME
053827     PERFORM 4645-NOME-DA-PESSOA THRU 4645-EXIT
053828     DISPLAY "RESPONSAVEL: " VN-ID-RESPONSAVEL "  "
053829         WS-NOME-PESSOA " " WS-MARCA-PESSOA
053830     DISPLAY "  TIPO: " WS-TEXTO-TIPO
053831         "  IDADE LIMITE: " VN-IDADE-LIMITE
053832         "  DESDE: " VN-DATA-INICIO " (" VN-OPERADOR-INICIO ")"
053833     IF VN-SIT-ENCERRADO
053834         DISPLAY "  ENCERRADO EM: " VN-DATA-FIM
053835             " (" VN-OPERADOR-FIM ")"
053836     END-IF.
053837
053838 4640-EXIT.
053839     EXIT.
053840*-----------------------------------------------------------------
053841* 4645-NOME-DA-PESSOA
053842* THE NAME ON THE MASTER FOR THE ID IN WS-ID-NOME, WITH A MARK
053843* FOR A DECEASED PERSON OR ONE NO LONGER ON FILE.
053844*-----------------------------------------------------------------
053845 4645-NOME-DA-PESSOA.
053846
053847     MOVE SPACES TO WS-MARCA-PESSOA
053848     MOVE WS-ID-NOME TO PR-ID
053849     READ PERSON-MASTER-FILE
053850         INVALID KEY CONTINUE
053851     END-READ
053852
053853     IF WS-STATUS-MASTER = "00"
053854         MOVE PR-NOME TO WS-NOME-PESSOA
053855         IF PR-SIT-FALECIDO
053856             MOVE "(FALECIDO)" TO WS-MARCA-PESSOA
053857         END-IF
053858     ELSE
053859         MOVE SPACES TO WS-NOME-PESSOA
053860         MOVE "(NAO CONSTA)" TO WS-MARCA-PESSOA
053861     END-IF.
053862
053863 4645-EXIT.
053864     EXIT.
053865*-----------------------------------------------------------------
053866* 5000-FECHAR-ARQUIVOS
053900*-----------------------------------------------------------------
054000 5000-FECHAR-ARQUIVOS.
054100
054200     CLOSE PERSON-MASTER-FILE
054210     CLOSE PERSON-HIST-FILE
054220     IF VINCULO-ABERTO
054230         CLOSE VINCULO-FILE
054240     END-IF
054300     CLOSE AUDIT-LOG-FILE.
054400
054500 5000-EXIT.
