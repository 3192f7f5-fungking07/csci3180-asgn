001490       ACCESS MODE IS DYNAMIC
001500       RECORD KEY IS HIS-KEY
001510       FILE STATUS IS HIS-FS.
001511     SELECT ASSIGN-HISTORY-V1 ASSIGN TO 'assign_history_v1.dat'
001512       ORGANIZATION IS INDEXED
001513       ACCESS MODE IS DYNAMIC
001514       RECORD KEY IS HSO-KEY
001515       FILE STATUS IS HSO-FS.
001520     SELECT HISTORY-REPORT ASSIGN TO 'history_report.txt'
001530       ORGANIZATION IS LINE SEQUENTIAL
001540       FILE STATUS IS HRP-FS.
001610     SELECT BACKOUT-REPORT ASSIGN TO 'backout_report.txt'
001620       ORGANIZATION IS LINE SEQUENTIAL
001630       FILE STATUS IS BKO-FS.
001632     SELECT VERIFY-REPORT ASSIGN TO 'verify_report.txt'
001634       ORGANIZATION IS LINE SEQUENTIAL
001636       FILE STATUS IS VFY-FS.
001640     SELECT GPA-REFRESH ASSIGN TO 'gpa_refresh.txt'
001650       ORGANIZATION IS LINE SEQUENTIAL
001660       FILE STATUS IS GRF-FS.
001661     SELECT CONFLICTS ASSIGN TO 'conflicts.txt'
001662       ORGANIZATION IS LINE SEQUENTIAL
001663       FILE STATUS IS CFL-FS.
001664     SELECT CLASS-SCHEDULE ASSIGN TO 'class_schedule.txt'
001665       ORGANIZATION IS LINE SEQUENTIAL
001666       FILE STATUS IS CLS-FS.
001667     SELECT CLASH-REPORT ASSIGN TO 'clash_report.txt'
001668       ORGANIZATION IS LINE SEQUENTIAL
001669       FILE STATUS IS CLR-FS.
001670     SELECT GPA-DROP-REPORT ASSIGN TO 'gpa_drop_report.txt'
001680       ORGANIZATION IS LINE SEQUENTIAL
001690       FILE STATUS IS GDR-FS.
001691     SELECT TIMESHEETS ASSIGN TO 'timesheets.txt'
001692       ORGANIZATION IS LINE SEQUENTIAL
001693       FILE STATUS IS TSH-FS.
001694     SELECT TIMESHEET-EXCEPT ASSIGN TO 'timesheet_except.txt'
001695       ORGANIZATION IS LINE SEQUENTIAL
001696       FILE STATUS IS TSX-FS.
001697     SELECT TIMESHEET-ADJ ASSIGN TO 'timesheet_adj.txt'
001698       ORGANIZATION IS LINE SEQUENTIAL
001699       FILE STATUS IS TSA-FS.
001700     SELECT TERM-CALENDAR ASSIGN TO 'term_calendar.txt'
001710       ORGANIZATION IS LINE SEQUENTIAL
001720       FILE STATUS IS CAL-FS.
001721     SELECT EVALUATIONS ASSIGN TO 'evaluations.txt'
001722       ORGANIZATION IS LINE SEQUENTIAL
001723       FILE STATUS IS EVL-FS.
001724     SELECT EVAL-REPORT ASSIGN TO 'eval_report.txt'
001725       ORGANIZATION IS LINE SEQUENTIAL
001726       FILE STATUS IS EVR-FS.
001727     SELECT EVAL-DEPT-REPORT ASSIGN TO 'eval_dept_report.txt'
001728       ORGANIZATION IS LINE SEQUENTIAL
001729       FILE STATUS IS EVD-FS.
001730     SELECT PAY-SCHEDULE ASSIGN TO 'pay_schedule.txt'
001740       ORGANIZATION IS LINE SEQUENTIAL
001750       FILE STATUS IS SCH-FS.
001751     SELECT SIM-SLOTS ASSIGN TO 'sim_slots.txt'
001752       ORGANIZATION IS LINE SEQUENTIAL
001753       FILE STATUS IS SLC-FS.
001754     SELECT SIM-REPORT ASSIGN TO 'sim_report.txt'
001755       ORGANIZATION IS LINE SEQUENTIAL
001756       FILE STATUS IS SMR-FS.
001757     SELECT EQUITY-REPORT ASSIGN TO 'equity_report.txt'
001758       ORGANIZATION IS LINE SEQUENTIAL
001759       FILE STATUS IS EQR-FS.
001760     SELECT SCHED-CONTROL ASSIGN TO 'sched_control.txt'
001770       ORGANIZATION IS LINE SEQUENTIAL
001780       FILE STATUS IS SCT-FS.
001781     SELECT GL-ACCOUNTS ASSIGN TO 'gl_accounts.txt'
001782       ORGANIZATION IS LINE SEQUENTIAL
001783       FILE STATUS IS GLA-FS.
001784     SELECT GL-JOURNAL ASSIGN TO 'gl_journal.txt'
001785       ORGANIZATION IS LINE SEQUENTIAL
001786       FILE STATUS IS GLJ-FS.
001787     SELECT GL-REGISTER ASSIGN TO 'gl_register.txt'
001788       ORGANIZATION IS LINE SEQUENTIAL
001789       FILE STATUS IS GLR-FS.
001790     SELECT PAY-SCHEDULE-ADJ ASSIGN TO 'pay_schedule_adj.txt'
001800       ORGANIZATION IS LINE SEQUENTIAL
001810       FILE STATUS IS SCA-FS.
001811     SELECT RUN-LOCK ASSIGN TO 'run_lock.txt'
001812       ORGANIZATION IS LINE SEQUENTIAL
001813       FILE STATUS IS LCK-FS.
001814     SELECT RUN-LOG ASSIGN TO 'run_log.txt'
001815       ORGANIZATION IS LINE SEQUENTIAL
001816       FILE STATUS IS RLG-FS.
001817     SELECT INTEGRITY-REPORT ASSIGN TO 'integrity_report.txt'
001818       ORGANIZATION IS LINE SEQUENTIAL
001819       FILE STATUS IS ITR-FS.
001820
001830 DATA DIVISION.
001840 FILE SECTION.
004360     05  CAT-TITLE             PIC X(30).
004370     05  CAT-ENROLLMENT        PIC 9(05).
004380     05  CAT-RATIO             PIC 9(03).
004381     05  CAT-MTG-COUNT         PIC 9(01).
004382     05  CAT-MTG-BLOCKS.
004383         10  CAT-MTG               OCCURS 4 TIMES.
004384             15  CAT-MTG-DAY       PIC X(01).
004385             15  CAT-MTG-START     PIC 9(04).
004386             15  CAT-MTG-END       PIC 9(04).
004390
004400 FD  CATALOG-LOAD
004410     RECORDING MODE IS F.
004450     05  CTL-TITLE-IN          PIC X(30).
004460     05  CTL-ENROLL-IN         PIC 9(05).
004470     05  CTL-RATIO-IN          PIC 9(03).
004472     05  CTL-MTG-IN            OCCURS 4 TIMES.
004474         10  CTL-MTG-DAY-IN    PIC X(01).
004476         10  CTL-MTG-START-IN  PIC 9(04).
004478         10  CTL-MTG-END-IN    PIC 9(04).
004480
004490 FD  STAFFING-REPORT
004500     RECORDING MODE IS F.
004510 01  STAFFING-RECORD           PIC X(100).
004512
004514 FD  VERIFY-REPORT
004516     RECORDING MODE IS F.
004518 01  VERIFY-REPORT-RECORD      PIC X(132).
004520
004530 FD  TRANSCRIPTS
004540     RECORDING MODE IS F.
004560     05  TRN-CAN-ID-IN         PIC X(09).
004570     05  TRN-COURSE-CODE-IN    PIC X(08).
004580     05  TRN-GRADE-IN          PIC X(02).
004581
004582 FD  CONFLICTS
004583     RECORDING MODE IS F.
004584 01  CONFLICT-RECORD-IN.
004585     05  CFL-CAN-ID-IN         PIC X(09).
004586     05  CFL-INS-ID-IN         PIC X(09).
004587     05  CFL-REASON-IN         PIC X(02).
004588     05  CFL-EFF-TERM-IN       PIC X(06).
004590
004600 FD  ASSIGN-HISTORY.
004610 01  HISTORY-RECORD.
004680     05  HIS-APPT-HOURS        PIC 9(03).
004690     05  HIS-PREPIN            PIC X(01).
004700     05  HIS-CLEARING          PIC X(01).
004702     05  HIS-EVAL-RATING       PIC 9(01).
004704     05  HIS-EVAL-REHIRE       PIC X(01).
004706     05  HIS-EVAL-COMMENT      PIC X(02).
004708     05  HIS-CAN-RANK          PIC 9(02).
004710
004711 FD  ASSIGN-HISTORY-V1.
004712 01  HISTORY-V1-RECORD.
004713     05  HSO-KEY               PIC X(20).
004714     05  HSO-INS-ID            PIC X(09).
004715     05  HSO-COURSE-CODE       PIC X(08).
004716     05  HSO-APPT-HOURS        PIC 9(03).
004717     05  HSO-PREPIN            PIC X(01).
004718     05  HSO-CLEARING          PIC X(01).
004719
004720 FD  HISTORY-REPORT
004730     RECORDING MODE IS F.
004740 01  HISTORY-REPORT-RECORD     PIC X(100).
004750
004751 FD  CLASS-SCHEDULE
004752     RECORDING MODE IS F.
004753 01  CLASS-SCHEDULE-RECORD     PIC X(32).
004754
004755 FD  CLASH-REPORT
004756     RECORDING MODE IS F.
004757 01  CLASH-REPORT-RECORD       PIC X(132).
004758
004760 FD  RUN-PARMS
004770     RECORDING MODE IS F.
004780 01  RUN-PARM-RECORD           PIC X(80).
004781
004782 FD  TIMESHEETS
004783     RECORDING MODE IS F.
004784 01  TIMESHEET-RECORD          PIC X(39).
004785
004786 FD  TIMESHEET-EXCEPT
004787     RECORDING MODE IS F.
004788 01  TIMESHEET-EXCEPT-RECORD   PIC X(132).
004790
004800 FD  MAINT-JOURNAL
004810     RECORDING MODE IS F.
004950         10  JNL-AFT-DEPT      PIC X(20).
004960         10  JNL-AFT-EMAIL     PIC X(40).
004970
004971 FD  TIMESHEET-ADJ
004972     RECORDING MODE IS F.
004973 01  TIMESHEET-ADJ-RECORD      PIC X(41).
004974
004975 FD  EVALUATIONS
004976     RECORDING MODE IS F.
004977 01  EVALUATION-RECORD         PIC X(28).
004978
004980 FD  BACKOUT-REPORT
004990     RECORDING MODE IS F.
005000 01  BACKOUT-RECORD            PIC X(80).
005001
005002 FD  EVAL-REPORT
005003     RECORDING MODE IS F.
005004 01  EVAL-REPORT-RECORD        PIC X(100).
005005
005006 FD  EVAL-DEPT-REPORT
005007     RECORDING MODE IS F.
005008 01  EVAL-DEPT-RECORD          PIC X(100).
005010
005020 FD  GPA-REFRESH
005030     RECORDING MODE IS F.
005050     05  GRF-CAN-ID-IN         PIC X(09).
005060     05  GRF-GPA-IN            PIC 9(01)V9(02).
005070
005071 FD  SIM-SLOTS
005072     RECORDING MODE IS F.
005073 01  SIM-SLOT-RECORD-IN.
005074     05  SLC-INS-ID-IN         PIC X(09).
005075     05  SLC-NUM-SLOTS-IN      PIC 9(02).
005076
005080 FD  GPA-DROP-REPORT
005090     RECORDING MODE IS F.
005100 01  GPA-DROP-RECORD           PIC X(100).
005101
005102 FD  SIM-REPORT
005103     RECORDING MODE IS F.
005104 01  SIM-REPORT-RECORD         PIC X(132).
005105
005106 FD  EQUITY-REPORT
005107     RECORDING MODE IS F.
005108 01  EQUITY-REPORT-RECORD      PIC X(132).
005110
005120 FD  TERM-CALENDAR
005130     RECORDING MODE IS F.
005160     05  CAL-START-IN          PIC 9(08).
005170     05  CAL-END-IN            PIC 9(08).
005180     05  CAL-PERIODS-IN        PIC 9(02).
005181
005182 FD  GL-ACCOUNTS
005183     RECORDING MODE IS F.
005184 01  GL-ACCOUNT-RECORD-IN.
005185     05  GLA-COURSE-CODE-IN    PIC X(08).
005186     05  GLA-DEPT-IN           PIC X(20).
005187     05  GLA-EXP-ACCT-IN       PIC X(10).
005188     05  GLA-COST-CTR-IN       PIC X(10).
005189     05  GLA-PAY-ACCT-IN       PIC X(10).
005190
005200 FD  PAY-SCHEDULE
005210     RECORDING MODE IS F.
005280     05  SCH-AMOUNT            PIC 9(05)V9(02).
005290     05  SCH-PRORATE-FLAG      PIC X(01).
005300
005301 FD  GL-JOURNAL
005302     RECORDING MODE IS F.
005303 COPY TAGLJFD.
005304
005305 FD  GL-REGISTER
005306     RECORDING MODE IS F.
005307 COPY TAGLRFD.
005308
005310 FD  SCHED-CONTROL
005320     RECORDING MODE IS F.
005330 01  SCHED-CONTROL-RECORD      PIC X(100).
005340
005341 FD  RUN-LOCK
005342     RECORDING MODE IS F.
005343 01  RUN-LOCK-RECORD.
005344     05  LCK-MODE              PIC X(10).
005345     05  LCK-RUN-SEQ           PIC 9(05).
005346     05  LCK-RUN-DATE          PIC 9(06).
005347     05  LCK-RUN-TIME          PIC 9(08).
005348     05  LCK-OPERATOR          PIC X(12).
005349
005350 FD  PAY-SCHEDULE-ADJ
005360     RECORDING MODE IS F.
005370 01  SCHEDULE-ADJ-RECORD       PIC X(41).
005371
005372 FD  RUN-LOG
005373     RECORDING MODE IS F.
005374 COPY TARLGFD.
005375
005376 FD  INTEGRITY-REPORT
005377     RECORDING MODE IS F.
005378 01  INTEGRITY-REPORT-RECORD   PIC X(132).
005380
005390 WORKING-STORAGE SECTION.
005400*--------------------------------------------------------------*
005660     88  PAY-FS-EOF            VALUE '10'.
005670 01  AUD-FS                    PIC X(02).
005680     88  AUD-FS-OK             VALUE '00'.
005685     88  AUD-FS-EOF            VALUE '10'.
005690 01  OVR-FS                    PIC X(02).
005700     88  OVR-FS-OK             VALUE '00'.
005710     88  OVR-FS-EOF            VALUE '10'.
006910 77  TAR-CKP-INTERVAL          PIC 9(03) VALUE 50.
006920 01  TAR-CMD-LINE              PIC X(80) VALUE SPACES.
006930 01  TAR-ARG-TABLE.
006940     05  TAR-ARG                   PIC X(20) OCCURS 5 TIMES.
006950 01  TAR-ARG-SUB               PIC 9(01) VALUE 0.
006960 01  TAR-RESTART-SW            PIC X(01) VALUE 'N'.
006970     88  TAR-IS-RESTART        VALUE 'Y'.
008670*--------------------------------------------------------------*
008680 01  HIS-FS                    PIC X(02).
008690     88  HIS-FS-OK             VALUE '00'.
008692     88  HIS-FS-NOTFND         VALUE '35'.
008694 01  HSO-FS                    PIC X(02).
008696     88  HSO-FS-OK             VALUE '00'.
008700 01  HRP-FS                    PIC X(02).
008710     88  HRP-FS-OK             VALUE '00'.
008720 01  TAR-HISTORY-SW            PIC X(01) VALUE 'N'.
008750 01  TAR-HIS-EOF-SW            PIC X(01) VALUE 'N'.
008760 01  TAR-HIS-WRITTEN           PIC 9(05) VALUE 0.
008770 01  TAR-HIS-ERRORS            PIC 9(05) VALUE 0.
008772 01  TAR-HSO-READ              PIC 9(05) VALUE 0.
008774 01  TAR-HISCONVERT-SW         PIC X(01) VALUE 'N'.
008776     88  TAR-IS-HISCONVERT     VALUE 'Y'.
008780 01  TAR-HRP-CNT               PIC 9(07) VALUE 0.
008790 01  HST-TERM-TAB.
008800     05  HST-TERM-SEEN         PIC X(06) OCCURS 24 TIMES.
009580     88  CAL-FS-EOF            VALUE '10'.
009590 01  SCH-FS                    PIC X(02).
009600     88  SCH-FS-OK             VALUE '00'.
009605     88  SCH-FS-EOF            VALUE '10'.
009610 01  SCT-FS                    PIC X(02).
009620     88  SCT-FS-OK             VALUE '00'.
009630 01  CAL-TABLE.
012310 01  TAR-IDX-EOF-SW            PIC X(01) VALUE 'N'.
012320 01  TAR-RELOOKUP-SW           PIC X(01) VALUE 'N'.
012330     88  TAR-IS-RELOOKUP       VALUE 'Y'.
012331
012332 COPY TAVFYWS.
012333 COPY TACFLWS.
012334 COPY TACLSWS.
012335 COPY TATSHWS.
012336 COPY TAEVLWS.
012340
012341 COPY TASIMWS.
012342 COPY TAEQYWS.
012343 COPY TAGLJWS.
012344 COPY TALCKWS.
012345 COPY TAITGWS.
012346
012350 PROCEDURE DIVISION.
012360*=================================================================
012370*    0000-MAINLINE
012380*=================================================================
012390 0000-MAINLINE.
012400     PERFORM 1000-INIT THRU 1000-INIT-EXIT
012420     EVALUATE TRUE
012430     WHEN TAR-IS-EDITONLY
012440         PERFORM 8000-EDITONLY-MODE THRU 8000-EDITONLY-MODE-EXIT
012600     WHEN TAR-IS-GPAREFRESH
012610         PERFORM 5700-GPAREFRESH-MODE
012620             THRU 5700-GPAREFRESH-MODE-EXIT
012621     WHEN TAR-IS-VERIFY
012622         PERFORM 7100-VERIFY-MODE THRU 7100-VERIFY-MODE-EXIT
012623     WHEN TAR-IS-CLASH
012624         PERFORM 7200-CLASH-MODE THRU 7200-CLASH-MODE-EXIT
012625     WHEN TAR-IS-TIMESHEET
012626         PERFORM 7300-TIMESHEET-MODE THRU 7300-TIMESHEET-MODE-EXIT
012627     WHEN TAR-IS-EVALS
012628         PERFORM 7400-EVALS-MODE THRU 7400-EVALS-MODE-EXIT
012630     WHEN TAR-IS-RELOOKUP
012640         PERFORM 5000-RELOOKUP-MODE THRU 5000-RELOOKUP-MODE-EXIT
012650         PERFORM 9000-AUDIT-TRAILER THRU 9000-AUDIT-TRAILER-EXIT
012651     WHEN TAR-IS-SIMULATE
012652         PERFORM 7500-SIMULATE-MODE THRU 7500-SIMULATE-MODE-EXIT
012653     WHEN TAR-IS-INTEGRITY
012654         PERFORM 7700-INTEGRITY-MODE
012655             THRU 7700-INTEGRITY-MODE-EXIT
012656     WHEN TAR-IS-HISCONVERT
012657         PERFORM 7800-HISCONVERT-MODE
012658             THRU 7800-HISCONVERT-MODE-EXIT
012660     WHEN OTHER
012670         PERFORM 2000-LOAD-CAN THRU 2000-LOAD-CAN-EXIT
012680         PERFORM 2100-LOAD-INS THRU 2100-LOAD-INS-EXIT
012710         PERFORM 2130-LOAD-CAPS THRU 2130-LOAD-CAPS-EXIT
012720         PERFORM 2150-LOAD-TRANSCRIPTS THRU
012730             2150-LOAD-TRANSCRIPTS-EXIT
012731         PERFORM 2160-LOAD-CONFLICTS THRU
012732             2160-LOAD-CONFLICTS-EXIT
012733         PERFORM 2165-LOAD-NO-REHIRE THRU 2165-LOAD-NO-REHIRE-EXIT
012734         PERFORM 2170-LOAD-CLASSES THRU 2170-LOAD-CLASSES-EXIT
012735         PERFORM 2175-LOAD-MEETINGS THRU 2175-LOAD-MEETINGS-EXIT
012740         PERFORM 2600-APPLY-OVERRIDES THRU
012750             2600-APPLY-OVERRIDES-EXIT
012760         PERFORM 2500-VALIDATE-XREF THRU 2500-VALIDATE-XREF-EXIT
012850             4900-APPEND-HISTORY-EXIT
012860         PERFORM 4100-WRITE-UNM THRU 4100-WRITE-UNM-EXIT
012870         PERFORM 4400-BUDGET-RECON THRU 4400-BUDGET-RECON-EXIT
012875         PERFORM 7600-GL-POST-FULL THRU 7600-GL-POST-FULL-EXIT
012880         PERFORM 4150-WRITE-HOURS-RPT THRU
012890             4150-WRITE-HOURS-RPT-EXIT
012900         PERFORM 4850-STAFFING-RPT THRU 4850-STAFFING-RPT-EXIT
012905         PERFORM 4950-EQUITY-RPT THRU 4950-EQUITY-RPT-EXIT
012910         PERFORM 4700-WRITE-ROSTER THRU 4700-WRITE-ROSTER-EXIT
012920         PERFORM 4520-CLOSE-MASTERS THRU 4520-CLOSE-MASTERS-EXIT
012930         PERFORM 4300-WRITE-SUMMARY THRU 4300-WRITE-SUMMARY-EXIT
012940         PERFORM 9000-AUDIT-TRAILER THRU 9000-AUDIT-TRAILER-EXIT
012950         PERFORM 9100-WRITE-MANIFEST THRU 9100-WRITE-MANIFEST-EXIT
012960     END-EVALUATE
012965     PERFORM 9200-END-RUN THRU 9200-END-RUN-EXIT
012970     STOP RUN.
012980
012990*=================================================================
012991*    1000-INIT -- RUN PARAMETERS FIRST, THEN THE COMMAND-LINE
012992*    TOKENS, SO THE MODE IS SETTLED BEFORE THE RUN SEQUENCE IS
012993*    TAKEN. THE RUN-PARMS MIN-GPA AND CLEARING VALUES ARE KEPT
012994*    ASIDE BEFORE A TOKEN CAN OVERRIDE THEM, FOR SIMULATE TO
012995*    REPORT AGAINST. THE RUN LOCK IS CHECKED BEFORE THE RUN
012996*    SEQUENCE IS TAKEN, SO A REFUSED RUN NEVER CONSUMES ONE, AND
012997*    IS TAKEN AS SOON AS THE SEQUENCE IS KNOWN. A MODE THAT ONLY
012998*    REPORTS (SIMULATE, VERIFY, CLASH, TIMESHEET, INTEGRITY) IS
012999*    FLAGGED HERE SO THE SHARED LOADS IN 2000/2100 LEAVE THE
013000*    RESTART CHECKPOINTS OF THE LAST FULL RUN ALONE.
013010*=================================================================
013020 1000-INIT.
013030     PERFORM 1140-READ-RUN-PARMS THRU 1140-READ-RUN-PARMS-EXIT
013031     MOVE TAR-MIN-GPA TO TAR-BASE-MIN-GPA
013032     MOVE TAR-CLEARING-SW TO TAR-BASE-CLEARING-SW
013033     PERFORM 1100-CHK-RESTART THRU 1100-CHK-RESTART-EXIT
013034     IF TAR-IS-SIMULATE OR TAR-IS-VERIFY OR TAR-IS-CLASH
013035         OR TAR-IS-TIMESHEET OR TAR-IS-INTEGRITY
013036         SET TAR-IS-REPORT-ONLY TO TRUE
013037     END-IF
013040     MOVE 0 TO TAR-CAN-COUNT
013050     MOVE 0 TO TAR-INS-COUNT
013060     MOVE 'N' TO TAR-CAN-EOF-SW
013070     MOVE 'N' TO TAR-INS-EOF-SW
013080     ACCEPT TAR-RUN-DATE FROM DATE
013090     ACCEPT TAR-RUN-TIME FROM TIME
013095     PERFORM 1150-CHK-RUN-LOCK THRU 1150-CHK-RUN-LOCK-EXIT
013100     PERFORM 1010-GET-RUN-SEQ THRU 1010-GET-RUN-SEQ-EXIT
013105     PERFORM 1155-TAKE-RUN-LOCK THRU 1155-TAKE-RUN-LOCK-EXIT
013110     MOVE TAR-RUN-DATE TO HDR-RUN-DATE
013120     MOVE TAR-RUN-TIME TO HDR-RUN-TIME
013130     MOVE TAR-RUN-SEQ  TO HDR-RUN-SEQ.
013210*    EACH LINE IS ONE KEYWORD=VALUE PAIR; A LINE THAT IS BLANK OR
013220*    STARTS WITH '*' IS A COMMENT. SUPPORTED KEYWORDS: MODE=
013230*    (MATCH, RESTART, RELOOKUP, MAINT, PAYRECON, EDITONLY,
013237*    LETTERS, RESPOND, CATLOAD, HISTORY, BACKOUT, GPAREFRESH,
013244*    VERIFY, CLASH, TIMESHEET, EVALS, SIMULATE, INTEGRITY,
013251*    HISCONVERT),
013258*    TERM=tttttt, CAND=sssssssss, RUNSEQ=nnnnn, CKP-INTERVAL=nnn,
013265*    PAGE-SIZE=nn, CLEARING=Y/N, MIN-GPA=n.nn AND EVAL-MIN=n.nn.
013272*    AN UNKNOWN KEYWORD, A BAD
013280*    VALUE OR TWO CONFLICTING MODE= LINES STOPS THE RUN WITH
013290*    RETURN CODE 16 BEFORE ANYTHING IS WRITTEN. COMMAND-LINE
013300*    ARGUMENTS ARE STILL HONOURED AFTERWARDS BY 1105-APPLY-ARG;
014170             ELSE
014180                 PERFORM 1145-PARM-ERROR THRU 1145-PARM-ERROR-EXIT
014190             END-IF
014191         WHEN 'EVAL-MIN'
014192             IF PRM-VALUE (1:1) IS NUMERIC
014193                 AND PRM-VALUE (2:1) = '.'
014194                 AND PRM-VALUE (3:2) IS NUMERIC
014195                 MOVE PRM-VALUE (1:1) TO TAR-EVAL-MIN (1:1)
014196                 MOVE PRM-VALUE (3:2) TO TAR-EVAL-MIN (2:2)
014197             ELSE
014198                 PERFORM 1145-PARM-ERROR THRU 1145-PARM-ERROR-EXIT
014199             END-IF
014200         WHEN OTHER
014210             DISPLAY 'RUN-PARM LINE ' TAR-PRM-LINE-NO
014220                 ' UNKNOWN KEYWORD ' PRM-KEYWORD
014620             SET TAR-IS-HISTORY TO TRUE
014630         WHEN 'BACKOUT'
014640             SET TAR-IS-BACKOUT TO TRUE
014641         WHEN 'VERIFY'
014642             SET TAR-IS-VERIFY TO TRUE
014643         WHEN 'CLASH'
014644             SET TAR-IS-CLASH TO TRUE
014645         WHEN 'TIMESHEET'
014646             SET TAR-IS-TIMESHEET TO TRUE
014647         WHEN 'EVALS'
014648             SET TAR-IS-EVALS TO TRUE
014650         WHEN 'GPAREFRESH'
014660             SET TAR-IS-GPAREFRESH TO TRUE
014661         WHEN 'SIMULATE'
014662             SET TAR-IS-SIMULATE TO TRUE
014663         WHEN 'INTEGRITY'
014664             SET TAR-IS-INTEGRITY TO TRUE
014665         WHEN 'HISCONVERT'
014666             SET TAR-IS-HISCONVERT TO TRUE
014670         WHEN OTHER
014680             DISPLAY 'RUN-PARM LINE ' TAR-PRM-LINE-NO
014690                 ' UNKNOWN MODE ' PRM-VALUE
014860*    NUMBER KEPT IN RUN_SEQ.TXT. EVERY RUN -- WHATEVER THE MODE
014870*    -- GETS ITS OWN NUMBER, SO A DOWNSTREAM CONSUMER CAN TELL
014880*    TODAY'S FILE FROM YESTERDAY'S BY THE HEADER RECORD ALONE.
014881*    SIMULATE IS THE ONE EXCEPTION: IT WRITES NOTHING A CONSUMER
014882*    READS, SO IT ONLY PICKS UP THE LAST RUN'S NUMBER TO STAMP
014883*    ITS REPORT WITH AND LEAVES RUN_SEQ.TXT AS IT FOUND IT. ITS
014884*    RUN LOCK AND RUN-LOG RECORD CARRY SEQUENCE ZERO, AS A
014885*    REFUSED RUN'S DO, SO NO SEQUENCE IS EVER LOGGED TWICE.
014890*=================================================================
014900 1010-GET-RUN-SEQ.
014910     MOVE 0 TO TAR-RUN-SEQ
014960             MOVE RUN-SEQ-RECORD TO TAR-RUN-SEQ
014970         END-IF
014980         CLOSE RUN-SEQ-FILE
014982     END-IF
014984     IF TAR-IS-SIMULATE
014986         GO TO 1010-GET-RUN-SEQ-EXIT
014990     END-IF
015000     ADD 1 TO TAR-RUN-SEQ
015010     OPEN OUTPUT RUN-SEQ-FILE
015110
015120*=================================================================
015130*    1100-CHK-RESTART -- HONOUR THE OPTIONAL RUN PARAMETERS. THE
015140*    COMMAND LINE IS SPLIT INTO UP TO FIVE BLANK-SEPARATED
015150*    TOKENS AND EACH IS APPLIED IN TURN BY 1105-APPLY-ARG, SO
015160*    'RESTART TERM=2024F' AND 'TERM=2024F RESTART' MEAN THE SAME
015170*    RUN. A TOKEN OF 'TERM=tttttt' RESTRICTS THE MATCHING RUN TO
015180*    THE ONE TERM CODE NAMED; WITH NO TERM= TOKEN EVERY TERM
015190*    FOUND IN INS-TABLE IS MATCHED IN ITS OWN POOL.
015191*    'MIN-GPA=n.nn' AND 'CLEARING=Y/N' ARE THE WHAT-IF KNOBS OF
015192*    A SIMULATE RUN AND OVERRIDE THE RUN-PARMS VALUES FOR IT
015193*    ONLY. GIVEN TO ANY OTHER MODE, OR WITH A BAD VALUE, THEY
015194*    STOP THE RUN WITH RETURN CODE 16 BEFORE THE RUN SEQUENCE IS
015195*    TAKEN.
015200*    A TOKEN OF 'RESTART' CAUSES
015210*    THE LAST CHECKPOINTED CAN-FS/INS-FS LINE NUMBERS TO BE
015220*    RE-LOADED AND DISPLAYED FOR THE OPERATOR (DIAGNOSTIC ONLY --
015280*    TAR-CAN-SKIP-COUNT/TAR-INS-SKIP-COUNT FROM THE EXACT NUMBER
015290*    OF ROWS THAT RELOAD FOUND, SO ONLY THE RECORDS BEYOND THE
015300*    LAST SNAPSHOTTED ROW ARE RE-READ AND RE-PARSED.
015301*    'OPERATOR=xxxx' NAMES THE OPERATOR ON THE RUN LOCK AND THE
015302*    RUN-LOG (THE LOGON USER WHEN NOT GIVEN); 'LOCK-OVERRIDE'
015303*    CLEARS A STALE RUN LOCK LEFT BY A RUN THAT ENDED ABNORMALLY.
015304*    'INTEGRITY' RUNS 7700-INTEGRITY-MODE, THE CROSS-FILE CHECK
015305*    OF THE GENERATED OUTPUTS (FOR THE TERM= TERM, OR ALL TERMS).
015306*    'HISCONVERT' RUNS 7800-HISCONVERT-MODE, THE ONE-TIME COPY OF
015307*    AN OLD-LAYOUT ASSIGN_HISTORY_V1.DAT INTO ASSIGN_HISTORY.DAT.
015310*    AN ARGUMENT OF 'RELOOKUP' DIVERTS THE WHOLE RUN TO
015320*    5000-RELOOKUP-MODE INSTEAD OF THE NORMAL FULL MATCHING RUN.
015330*=================================================================
015350     ACCEPT TAR-CMD-LINE FROM COMMAND-LINE
015360     UNSTRING TAR-CMD-LINE DELIMITED BY ALL ' '
015370         INTO TAR-ARG (1) TAR-ARG (2) TAR-ARG (3)
015375              TAR-ARG (4) TAR-ARG (5)
015380     PERFORM 1105-APPLY-ARG THRU 1105-APPLY-ARG-EXIT
015390         VARYING TAR-ARG-SUB FROM 1 BY 1
015391         UNTIL TAR-ARG-SUB > 5
015392     IF TAR-WHATIF-ARG-SW = 'Y'
015393         AND NOT TAR-IS-SIMULATE
015394         DISPLAY 'BAD RUN ARGUMENT: MIN-GPA= AND CLEARING='
015395             ' ARE FOR MODE SIMULATE ONLY'
015396         ADD 1 TO TAR-PRM-ERR-CNT
015397     END-IF
015398     IF TAR-PRM-ERR-CNT > 0
015399         DISPLAY 'RUN STOPPED: ' TAR-PRM-ERR-CNT
015400             ' RUN-ARGUMENT ERROR(S), NO FILE TOUCHED'
015401         MOVE 16 TO RETURN-CODE
015402         STOP RUN
015403     END-IF
015410     IF TAR-IS-RESTART
015420         PERFORM 1110-READ-CKP THRU 1110-READ-CKP-EXIT
015430     END-IF.
015810                 THRU 1106-CLEAR-MODE-SW-EXIT
015820             SET TAR-IS-RESPOND TO TRUE
015830             MOVE 'RESPOND' TO TAR-PRM-MODE
015831         WHEN TAR-ARG (TAR-ARG-SUB) = 'VERIFY'
015832             PERFORM 1106-CLEAR-MODE-SW
015833                 THRU 1106-CLEAR-MODE-SW-EXIT
015834             SET TAR-IS-VERIFY TO TRUE
015835             MOVE 'VERIFY' TO TAR-PRM-MODE
015840         WHEN TAR-ARG (TAR-ARG-SUB) = 'CATLOAD'
015850             PERFORM 1106-CLEAR-MODE-SW
015860                 THRU 1106-CLEAR-MODE-SW-EXIT
015870             SET TAR-IS-CATLOAD TO TRUE
015880             MOVE 'CATLOAD' TO TAR-PRM-MODE
015881         WHEN TAR-ARG (TAR-ARG-SUB) = 'CLASH'
015882             PERFORM 1106-CLEAR-MODE-SW
015883                 THRU 1106-CLEAR-MODE-SW-EXIT
015884             SET TAR-IS-CLASH TO TRUE
015885             MOVE 'CLASH' TO TAR-PRM-MODE
015890         WHEN TAR-ARG (TAR-ARG-SUB) = 'HISTORY'
015900             PERFORM 1106-CLEAR-MODE-SW
015910                 THRU 1106-CLEAR-MODE-SW-EXIT
015920             SET TAR-IS-HISTORY TO TRUE
015930             MOVE 'HISTORY' TO TAR-PRM-MODE
015931         WHEN TAR-ARG (TAR-ARG-SUB) = 'TIMESHEET'
015932             PERFORM 1106-CLEAR-MODE-SW
015933                 THRU 1106-CLEAR-MODE-SW-EXIT
015934             SET TAR-IS-TIMESHEET TO TRUE
015935             MOVE 'TIMESHEET' TO TAR-PRM-MODE
015940         WHEN TAR-ARG (TAR-ARG-SUB) = 'BACKOUT'
015950             PERFORM 1106-CLEAR-MODE-SW
015960                 THRU 1106-CLEAR-MODE-SW-EXIT
015970             SET TAR-IS-BACKOUT TO TRUE
015980             MOVE 'BACKOUT' TO TAR-PRM-MODE
015981         WHEN TAR-ARG (TAR-ARG-SUB) = 'EVALS'
015982             PERFORM 1106-CLEAR-MODE-SW
015983                 THRU 1106-CLEAR-MODE-SW-EXIT
015984             SET TAR-IS-EVALS TO TRUE
015985             MOVE 'EVALS' TO TAR-PRM-MODE
015990         WHEN TAR-ARG (TAR-ARG-SUB) = 'GPAREFRESH'
016000             PERFORM 1106-CLEAR-MODE-SW
016010                 THRU 1106-CLEAR-MODE-SW-EXIT
016020             SET TAR-IS-GPAREFRESH TO TRUE
016030             MOVE 'GPAREFRESH' TO TAR-PRM-MODE
016031         WHEN TAR-ARG (TAR-ARG-SUB) = 'SIMULATE'
016032             PERFORM 1106-CLEAR-MODE-SW
016033                 THRU 1106-CLEAR-MODE-SW-EXIT
016034             SET TAR-IS-SIMULATE TO TRUE
016035             MOVE 'SIMULATE' TO TAR-PRM-MODE
016040         WHEN TAR-ARG (TAR-ARG-SUB) (1:5) = 'CAND='
016050             MOVE TAR-ARG (TAR-ARG-SUB) (6:9)
016060                 TO TAR-HIST-CAN-ID
016061         WHEN TAR-ARG (TAR-ARG-SUB) = 'INTEGRITY'
016062             PERFORM 1106-CLEAR-MODE-SW
016063                 THRU 1106-CLEAR-MODE-SW-EXIT
016064             SET TAR-IS-INTEGRITY TO TRUE
016065             MOVE 'INTEGRITY' TO TAR-PRM-MODE
016070         WHEN TAR-ARG (TAR-ARG-SUB) (1:7) = 'RUNSEQ='
016080             IF TAR-ARG (TAR-ARG-SUB) (8:5) IS NUMERIC
016090                 MOVE TAR-ARG (TAR-ARG-SUB) (8:5)
016100                     TO TAR-BKO-RUN-SEQ
016110             END-IF
016111         WHEN TAR-ARG (TAR-ARG-SUB) = 'HISCONVERT'
016112             PERFORM 1106-CLEAR-MODE-SW
016113                 THRU 1106-CLEAR-MODE-SW-EXIT
016114             SET TAR-IS-HISCONVERT TO TRUE
016115             MOVE 'HISCONVERT' TO TAR-PRM-MODE
016116         WHEN TAR-ARG (TAR-ARG-SUB) (1:8) = 'MIN-GPA='
016117             PERFORM 1107-APPLY-WHATIF-ARG
016118                 THRU 1107-APPLY-WHATIF-ARG-EXIT
016120         WHEN TAR-ARG (TAR-ARG-SUB) (1:5) = 'TERM='
016130             MOVE TAR-ARG (TAR-ARG-SUB) (6:6) TO TAR-TERM-FILTER
016131         WHEN TAR-ARG (TAR-ARG-SUB) (1:9) = 'OPERATOR='
016132             MOVE TAR-ARG (TAR-ARG-SUB) (10:11) TO TAR-OPERATOR
016133         WHEN TAR-ARG (TAR-ARG-SUB) = 'LOCK-OVERRIDE'
016134             MOVE 'Y' TO TAR-LOCK-OVERRIDE-SW
016135         WHEN TAR-ARG (TAR-ARG-SUB) (1:9) = 'CLEARING='
016136             PERFORM 1107-APPLY-WHATIF-ARG
016137                 THRU 1107-APPLY-WHATIF-ARG-EXIT
016140     END-EVALUATE.
016150 1105-APPLY-ARG-EXIT.
016160     EXIT.
016330     MOVE 'N' TO TAR-CATLOAD-SW
016340     MOVE 'N' TO TAR-HISTORY-SW
016350     MOVE 'N' TO TAR-BACKOUT-SW
016352     MOVE 'N' TO TAR-GPAREFRESH-SW
016354     MOVE 'N' TO TAR-VERIFY-SW
016356     MOVE 'N' TO TAR-CLASH-SW
016358     MOVE 'N' TO TAR-TIMESHEET-SW
016360     MOVE 'N' TO TAR-EVALS-SW
016362     MOVE 'N' TO TAR-SIMULATE-SW
016364     MOVE 'N' TO TAR-INTEGRITY-SW
016366     MOVE 'N' TO TAR-HISCONVERT-SW.
016370 1106-CLEAR-MODE-SW-EXIT.
016380     EXIT.
016390
016540*=================================================================
016550*    1120-WRITE-CKP -- PERSIST THE LAST SUCCESSFULLY PROCESSED
016560*    CANDIDATE/INSTRUCTOR RECORD POSITION EVERY TAR-CKP-INTERVAL
016565*    RECORDS SO A LATER RESTART RUN CAN SKIP AHEAD. A REPORT-ONLY
016570*    RUN WRITES NONE, SO IT CANNOT OVERLAY THE CHECKPOINT A FAILED
016575*    FULL RUN LEFT FOR ITS RESTART.
016580*=================================================================
016590 1120-WRITE-CKP.
016592     IF TAR-IS-REPORT-ONLY
016594         GO TO 1120-WRITE-CKP-EXIT
016596     END-IF
016600     MOVE TAR-CAN-LINE-NO TO CKP-CAN-LINE-NO
016610     MOVE TAR-INS-LINE-NO TO CKP-INS-LINE-NO
016620     OPEN OUTPUT CHECKPOINT
016670     CLOSE CHECKPOINT.
016680  1120-WRITE-CKP-EXIT.
016690      EXIT.
016695
016700*=================================================================
016710*    1130-OPEN-AUDIT-LOG -- OPEN AUDIT-LOG FOR APPEND, CREATING IT
016720*    IF IT DOES NOT YET EXIST.  SHARED BY 3000-MATCH (FULL RUN)
016730*    AND 5000-RELOOKUP-MODE (TARGETED RE-RESOLUTION RUN) SO THE
016740*    AUDIT TRAIL WRITTEN BY 3058-WRITE-AUDIT ALWAYS HAS AN OPEN
016750*    FILE TO WRITE TO, NO MATTER WHICH MODE TRIGGERED MATCHING.
016753*    A SIMULATE RUN OPENS NOTHING AND 1135-PUT-AUDIT DROPS ITS
016756*    ENTRIES, SO A WHAT-IF MATCH LEAVES NO TRACE IN THE LOG.
016760*=================================================================
016770 1130-OPEN-AUDIT-LOG.
016772     IF TAR-IS-SIMULATE
016774         GO TO 1130-OPEN-AUDIT-LOG-EXIT
016776     END-IF
016780     OPEN EXTEND AUDIT-LOG
016790     IF NOT AUD-FS-OK
016800         OPEN OUTPUT AUDIT-LOG
016950*    RUN'S TRAILER RECORD CAN CARRY THE EXACT COUNT WRITTEN.
016960*=================================================================
016970 1135-PUT-AUDIT.
016972     IF TAR-IS-SIMULATE
016974         GO TO 1135-PUT-AUDIT-EXIT
016976     END-IF
016980     WRITE AUDIT-RECORD
016990     ADD 1 TO TAR-AUD-CNT.
017000 1135-PUT-AUDIT-EXIT.
017800     WRITE MANIFEST-RECORD
017810     MOVE SPACES TO MANIFEST-RECORD
017820     STRING 'HOURS_REPORT.TXT   ' TAR-HRS-CNT
017821         DELIMITED BY SIZE INTO MANIFEST-RECORD
017822     WRITE MANIFEST-RECORD
017823     MOVE SPACES TO MANIFEST-RECORD
017824     STRING 'EQUITY_REPORT.TXT  ' TAR-EQR-CNT
017825         DELIMITED BY SIZE INTO MANIFEST-RECORD
017826     WRITE MANIFEST-RECORD
017827     MOVE SPACES TO MANIFEST-RECORD
017828     STRING 'GL_JOURNAL.TXT     ' TAR-GLJ-CNT
017830         DELIMITED BY SIZE INTO MANIFEST-RECORD
017840     WRITE MANIFEST-RECORD
017850     MOVE SPACES TO MANIFEST-RECORD
019240            END-IF
019250        END-IF
019260     ELSE
019268        IF NOT TAR-IS-REPORT-ONLY
019276            OPEN OUTPUT CHECKPOINT-CAN-DATA
019284            IF NOT CKD-FS-OK
019292                DISPLAY
019300         'ERROR OPENING CHECKPOINT-CAN-DATA FILE, STATUS=' CKD-FS
019305            END-IF
019310        END-IF
019320     END-IF
019330     OPEN INPUT CANDIDATES
019420     PERFORM 2010-READ-CAN THRU 2010-READ-CAN-EXIT
019430         UNTIL TAR-CAN-EOF-SW = 'Y'
019440     CLOSE CANDIDATES
019445     IF NOT TAR-IS-REPORT-ONLY
019450         CLOSE CHECKPOINT-CAN-DATA
019455     END-IF.
019460 2000-LOAD-CAN-EXIT.
019470     EXIT.
019480
020320*    VIA 1111-RELOAD-CAN-DATA WITHOUT RE-READING CANDIDATES.
020330*-----------------------------------------------------------------
020340 2014-WRITE-CKD-CAN.
020342     IF TAR-IS-REPORT-ONLY
020344         GO TO 2014-WRITE-CKD-CAN-EXIT
020346     END-IF
020350     MOVE CAN-ID (CAN-IDX)         TO CKD-CAN-ID
020360     MOVE CAN-GPA (CAN-IDX)        TO CKD-CAN-GPA
020370     MOVE CAN-PREF-COUNT (CAN-IDX) TO CKD-CAN-PREF-COUNT
020650            END-IF
020660        END-IF
020670     ELSE
020678        IF NOT TAR-IS-REPORT-ONLY
020686            OPEN OUTPUT CHECKPOINT-INS-DATA
020694            IF NOT CKI-FS-OK
020702                DISPLAY
020710         'ERROR OPENING CHECKPOINT-INS-DATA FILE, STATUS=' CKI-FS
020715            END-IF
020720        END-IF
020730     END-IF
020740     OPEN INPUT INSTRUCTORS
020830     PERFORM 2110-READ-INS THRU 2110-READ-INS-EXIT
020840         UNTIL TAR-INS-EOF-SW = 'Y'
020850     CLOSE INSTRUCTORS
020855     IF NOT TAR-IS-REPORT-ONLY
020860         CLOSE CHECKPOINT-INS-DATA
020865     END-IF.
020870 2100-LOAD-INS-EXIT.
020880     EXIT.
020890
021890*    VIA 1121-RELOAD-INS-DATA WITHOUT RE-READING INSTRUCTORS.
021900*----------------------------------------------------------------
021910 2116-WRITE-CKI-INS.
021912     IF TAR-IS-REPORT-ONLY
021914         GO TO 2116-WRITE-CKI-INS-EXIT
021916     END-IF
021920     MOVE INS-ID (INS-IDX)          TO CKI-INS-ID
021930     MOVE INS-NUM-SLOTS (INS-IDX)   TO CKI-INS-NUM-SLOTS
021940     MOVE INS-COURSE-CODE (INS-IDX) TO CKI-INS-COURSE-CODE
024500     PERFORM 1130-OPEN-AUDIT-LOG THRU 1130-OPEN-AUDIT-LOG-EXIT
024510     PERFORM 2610-READ-OVERRIDE THRU 2610-READ-OVERRIDE-EXIT
024520         UNTIL TAR-OVR-EOF-SW = 'Y'
024525     IF NOT TAR-IS-SIMULATE
024530         CLOSE AUDIT-LOG
024535     END-IF
024540     CLOSE OVERRIDES.
024550 2600-APPLY-OVERRIDES-EXIT.
024560     EXIT.
024840         GO TO 2610-READ-OVERRIDE-EXIT
024850     END-IF
024860     MOVE INS-TERM-CODE (INS-IDX) TO TAR-CUR-TERM
024861     MOVE INS-ID (INS-IDX) TO TAR-CFL-INS
024862     MOVE INS-TERM-CODE (INS-IDX) TO TAR-CFL-TERM
024863     PERFORM 3250-CHK-CONFLICT THRU 3250-CHK-CONFLICT-EXIT
024864     IF TAR-CFL-SW = 'Y'
024865         DISPLAY 'OVERRIDE ' OVR-CAN-ID-IN '/' OVR-INS-ID-IN
024866             ' REJECTED, CONFLICT ' TAR-CFL-REASON
024867         PERFORM 2630-HOLD-OVR-CFL THRU 2630-HOLD-OVR-CFL-EXIT
024868         GO TO 2610-READ-OVERRIDE-EXIT
024869     END-IF
024870     PERFORM 3080-FIND-APPT THRU 3080-FIND-APPT-EXIT
024880     IF TAR-APPT-FOUND-SUB > 0
024890         GO TO 2610-READ-OVERRIDE-EXIT
025460     PERFORM 2520-CHK-INS-REFS THRU 2520-CHK-INS-REFS-EXIT
025470         VARYING CAN-IDX FROM 1 BY 1
025480         UNTIL CAN-IDX > TAR-CAN-COUNT
025481     IF TAR-CFJ-COUNT > 0
025482         MOVE 'PRE-PIN OVERRIDES REJECTED ON CONFLICT'
025483             TO REJECT-RECORD
025484         WRITE REJECT-RECORD
025485         PERFORM 2530-WRITE-OVR-CFL THRU 2530-WRITE-OVR-CFL-EXIT
025486             VARYING TAR-CFJ-SUB FROM 1 BY 1
025487             UNTIL TAR-CFJ-SUB > TAR-CFJ-COUNT
025488     END-IF
025490     CLOSE REJECTS.
025500 2500-VALIDATE-XREF-EXIT.
025510     EXIT.
026170         UNTIL TAR-TERM-SUB > TAR-TERM-COUNT
026180     PERFORM 3245-CLOSE-REJECTS-EXT
026190         THRU 3245-CLOSE-REJECTS-EXT-EXIT
026195     IF NOT TAR-IS-SIMULATE
026200         CLOSE AUDIT-LOG
026205     END-IF.
026210 3000-MATCH-EXIT.
026220     EXIT.
026230
028020     EXIT.
028030
028040 3092-PLACE-CLEAR.
028041     MOVE INS-ID (INS-IDX) TO TAR-CFL-INS
028042     MOVE INS-TERM-CODE (INS-IDX) TO TAR-CFL-TERM
028043     PERFORM 3250-CHK-CONFLICT THRU 3250-CHK-CONFLICT-EXIT
028044     IF TAR-CFL-SW = 'Y'
028045         GO TO 3092-PLACE-CLEAR-EXIT
028046     END-IF
028050     MOVE INS-MIN-GRADE (INS-IDX) TO TAR-REQ-GRADE
028060     MOVE INS-COURSE-CODE (INS-IDX) TO TAR-REQ-COURSE
028070     PERFORM 3220-CHK-QUALIFIED THRU 3220-CHK-QUALIFIED-EXIT
028080     IF TAR-QUAL-SW = 'N'
028081         GO TO 3092-PLACE-CLEAR-EXIT
028082     END-IF
028083     MOVE CAN-ID (CAN-IDX) TO TAR-CLS-CAN
028084     SET TAR-CLS-ROW TO INS-IDX
028085     PERFORM 3260-CHK-CLASH THRU 3260-CHK-CLASH-EXIT
028086     IF TAR-CLASH-FOUND-SW = 'Y'
028090         GO TO 3092-PLACE-CLEAR-EXIT
028100     END-IF
028110     MOVE INS-APPT-HOURS (INS-IDX) TO TAR-NEW-HOURS
030390*    THE MATCHING PHASE CAN ADD QUALIFICATION SKIPS BEHIND THE
030400*    ORPHAN SECTIONS 2500-VALIDATE-XREF WROTE, CREATING THE FILE
030410*    WHEN A RELOOKUP OR RESPOND RUN STARTS WITHOUT ONE.
030413*    A SIMULATE RUN LEAVES IT CLOSED, SO THE OPEN-SWITCH GUARDS
030416*    DROP EVERY SKIP THE WHAT-IF MATCH WOULD HAVE LOGGED.
030420*-----------------------------------------------------------------
030430 3240-OPEN-REJECTS-EXT.
030432     IF TAR-IS-SIMULATE
030434         GO TO 3240-OPEN-REJECTS-EXT-EXIT
030436     END-IF
030440     OPEN EXTEND REJECTS
030450     IF NOT REJ-FS-OK
030460         OPEN OUTPUT REJECTS
030960     END-IF
030970     PERFORM 3040-RANK-AT-INS THRU 3040-RANK-AT-INS-EXIT
030980     IF TAR-FOUND-SW = 'N'
030981         ADD 1 TO CAN-CURRENT-PROP (CAN-IDX)
030982         GO TO 3020-PROPOSE-EXIT
030983     END-IF
030984     PERFORM 3021-CHK-EXCLUDED THRU 3021-CHK-EXCLUDED-EXIT
030985     IF TAR-PROP-BLOCK-SW = 'Y'
030990         ADD 1 TO CAN-CURRENT-PROP (CAN-IDX)
031000         GO TO 3020-PROPOSE-EXIT
031010     END-IF
041620     STRING 'BLOCKED ON QUALIFICATION  : ' TAR-SUM-QUALBLK
041630         DELIMITED BY SIZE INTO SUMMARY-RECORD
041640     PERFORM 4390-PUT-SUMMARY THRU 4390-PUT-SUMMARY-EXIT
041642     MOVE SPACES TO SUMMARY-RECORD
041644     STRING 'BLOCKED ON CONFLICT       : ' TAR-SUM-CFLBLK
041646         DELIMITED BY SIZE INTO SUMMARY-RECORD
041648     PERFORM 4390-PUT-SUMMARY THRU 4390-PUT-SUMMARY-EXIT
041650     MOVE SPACES TO SUMMARY-RECORD
041651     STRING 'BLOCKED ON NO-REHIRE      : ' TAR-SUM-NRHBLK
041652         DELIMITED BY SIZE INTO SUMMARY-RECORD
041653     PERFORM 4390-PUT-SUMMARY THRU 4390-PUT-SUMMARY-EXIT
041654     MOVE SPACES TO SUMMARY-RECORD
041655     STRING 'BLOCKED ON TIMETABLE CLASH: ' TAR-SUM-CLASHBLK
041656         DELIMITED BY SIZE INTO SUMMARY-RECORD
041657     PERFORM 4390-PUT-SUMMARY THRU 4390-PUT-SUMMARY-EXIT
041658     MOVE SPACES TO SUMMARY-RECORD
041660     STRING 'UNMATCHED CANDIDATES      : ' TAR-SUM-UNMATCHED
041670         DELIMITED BY SIZE INTO SUMMARY-RECORD
041680     PERFORM 4390-PUT-SUMMARY THRU 4390-PUT-SUMMARY-EXIT
046830*    TERMS BEFORE ANY PROPOSAL IS COSTED AGAINST THE HOURS CAP.
046835*    A MISSING OR EMPTY PRIOR FILE JUST LEAVES PRV-TABLE EMPTY
046840*    (FIRST RUN: EVERYTHING REPORTS AS ADD).
046843*    A SIMULATE RUN ONLY LOADS PRV-TABLE AND LEAVES THE SNAPSHOT
046846*    ALONE.
046850*=================================================================
046860 4600-LOAD-PRV-GEN.
046870     MOVE 0 TO TAR-PRV-COUNT
046880     OPEN INPUT OUTFILE-IDX
046890     IF NOT OTX-FS-OK
046896         IF NOT TAR-IS-SIMULATE
046902             OPEN OUTPUT OUTPUT-PREV
046908             IF OPV-FS-OK
046914                 CLOSE OUTPUT-PREV
046920             END-IF
046930         END-IF
046940         GO TO 4600-LOAD-PRV-GEN-EXIT
046950     END-IF
046957     IF NOT TAR-IS-SIMULATE
046964         OPEN OUTPUT OUTPUT-PREV
046971         IF NOT OPV-FS-OK
046978             DISPLAY 'ERROR OPENING OUTPUT-PREV FILE, STATUS='
046985                 OPV-FS
046992         END-IF
047000     END-IF
047010     MOVE 'N' TO TAR-IDX-EOF-SW
047020     PERFORM 4601-READ-PRV THRU 4601-READ-PRV-EXIT
047030         UNTIL TAR-IDX-EOF-SW = 'Y'
047040     IF OPV-FS-OK AND NOT TAR-IS-SIMULATE
047050         CLOSE OUTPUT-PREV
047060     END-IF
047070     CLOSE OUTFILE-IDX.
047140             MOVE 'Y' TO TAR-IDX-EOF-SW
047150             GO TO 4601-READ-PRV-EXIT
047160     END-READ
047170     IF OPV-FS-OK AND NOT TAR-IS-SIMULATE
047180         MOVE OUT-IDX-CAN-ID    TO OPV-CAN-ID
047190         MOVE OUT-IDX-TERM-CODE TO OPV-TERM-CODE
047200         MOVE OUT-IDX-INS-ID    TO OPV-INS-ID
054170*    EVERY GENERATION SURVIVES THE NEXT RUN'S REBUILD OF
054180*    OUTPUT.TXT AND A SERVICE RECORD CAN BE PULLED YEARS LATER
054190*    WITHOUT TOUCHING BACKUP TAPES. THE FILE IS CREATED EMPTY ON
054195*    FIRST USE (STATUS 35, NOT FOUND), THE WAY 6010-OPEN-MASTER-IO
054200*    BOOTSTRAPS THE MASTERS. ANY OTHER OPEN FAILURE -- TYPICALLY A
054205*    FILE STILL IN THE OLD 43-BYTE LAYOUT, WHICH MODE=HISCONVERT
054210*    CONVERTS -- LEAVES THE FILE UNTOUCHED, ARCHIVES NOTHING AND
054215*    SETS RETURN-CODE 16.
054220*=================================================================
054230 4900-APPEND-HISTORY.
054240     OPEN I-O ASSIGN-HISTORY
054250     IF NOT HIS-FS-OK
054251         IF NOT HIS-FS-NOTFND
054252             DISPLAY 'ERROR OPENING ASSIGN-HISTORY FILE, STATUS='
054253                 HIS-FS
054254             DISPLAY 'HISTORY NOT ARCHIVED: AN OLD-LAYOUT FILE'
054255                 ' IS CONVERTED WITH MODE=HISCONVERT'
054256             MOVE 16 TO RETURN-CODE
054257             GO TO 4900-APPEND-HISTORY-EXIT
054258         END-IF
054260         OPEN OUTPUT ASSIGN-HISTORY
054270         CLOSE ASSIGN-HISTORY
054280         OPEN I-O ASSIGN-HISTORY
054650     MOVE INS-APPT-HOURS (INS-IDX)  TO HIS-APPT-HOURS
054660     MOVE INS-SLOT-PREPIN (INS-IDX, SLT-IDX) TO HIS-PREPIN
054670     MOVE INS-SLOT-CLEAR (INS-IDX, SLT-IDX)  TO HIS-CLEARING
054671     MOVE INS-TERM-CODE (INS-IDX)   TO TAR-CUR-TERM
054672     PERFORM 4912-HIST-RANK THRU 4912-HIST-RANK-EXIT
054673     MOVE 0 TO HIS-EVAL-RATING
054674     MOVE SPACE TO HIS-EVAL-REHIRE
054675     MOVE SPACES TO HIS-EVAL-COMMENT
054680     WRITE HISTORY-RECORD
054690         INVALID KEY
054700             ADD 1 TO TAR-HIS-ERRORS
054990     PERFORM 2130-LOAD-CAPS THRU 2130-LOAD-CAPS-EXIT
055000     PERFORM 2150-LOAD-TRANSCRIPTS THRU
055010         2150-LOAD-TRANSCRIPTS-EXIT
055012     PERFORM 2160-LOAD-CONFLICTS THRU 2160-LOAD-CONFLICTS-EXIT
055014     PERFORM 2165-LOAD-NO-REHIRE THRU 2165-LOAD-NO-REHIRE-EXIT
055016     PERFORM 2170-LOAD-CLASSES THRU 2170-LOAD-CLASSES-EXIT
055018     PERFORM 2175-LOAD-MEETINGS THRU 2175-LOAD-MEETINGS-EXIT
055020     PERFORM 4410-LOAD-RATES THRU 4410-LOAD-RATES-EXIT
055030     PERFORM 4255-LOAD-CALENDAR THRU 4255-LOAD-CALENDAR-EXIT
055040     PERFORM 5055-OPEN-SCHED-ADJ THRU 5055-OPEN-SCHED-ADJ-EXIT
055042     PERFORM 4500-OPEN-MASTERS THRU 4500-OPEN-MASTERS-EXIT
055044     PERFORM 7650-GL-LOAD-ACCTS THRU 7650-GL-LOAD-ACCTS-EXIT
055046     MOVE 'RELOOKUP' TO TAR-GL-SOURCE
055050     MOVE 'N' TO TAR-RLU-EOF-SW
055060     PERFORM 1130-OPEN-AUDIT-LOG THRU 1130-OPEN-AUDIT-LOG-EXIT
055070     PERFORM 3240-OPEN-REJECTS-EXT
055370             THRU 4259-WRITE-SCHED-CTL-EXIT
055380     END-IF
055390     CLOSE AUDIT-LOG
055395     CLOSE RELOOKUP-LIST
055400     PERFORM 7640-GL-CLOSE-BATCH THRU 7640-GL-CLOSE-BATCH-EXIT
055405     PERFORM 4520-CLOSE-MASTERS THRU 4520-CLOSE-MASTERS-EXIT.
055410 5000-RELOOKUP-MODE-EXIT.
055420     EXIT.
055430
058510*    CHANGED: AN UNCHANGED APPOINTMENT GETS NO NEW INSTALLMENTS,
058520*    A MOVED ONE GETS A CANCELLATION FOR THE OLD INSTRUCTOR PLUS
058530*    A PRORATED SET FOR THE NEW, A DROPPED ONE JUST THE
058535*    CANCELLATION. THE GENERAL-LEDGER JOURNAL FOLLOWS THE SAME
058540*    RULE: A REVERSING ENTRY FOR THE SUPERSEDED APPOINTMENT AND A
058545*    CORRECTING ENTRY FOR THE NEW ONE, NEVER A FRESH POSTING.
058550*=================================================================
058560 5050-WRITE-RESULT.
058570     MOVE 'N' TO TAR-PRV-REC-SW
058900             AND TAR-PRV-REC-INS NOT = CAN-MATCHED-INS (CAN-IDX)
058910             PERFORM 5065-SCHED-CANCEL
058920                 THRU 5065-SCHED-CANCEL-EXIT
058923             PERFORM 7670-GL-REVERSE-PRV
058926                 THRU 7670-GL-REVERSE-PRV-EXIT
058930         END-IF
058940         IF TAR-PRV-REC-SW = 'N'
058950             OR TAR-PRV-REC-INS NOT = CAN-MATCHED-INS (CAN-IDX)
058960             PERFORM 5060-SCHED-LATE-ADD
058970                 THRU 5060-SCHED-LATE-ADD-EXIT
058973             PERFORM 7675-GL-CORRECT-NEW
058976                 THRU 7675-GL-CORRECT-NEW-EXIT
058980         END-IF
058990     ELSE
059000         DELETE OUTFILE-IDX
059040         IF TAR-PRV-REC-SW = 'Y'
059050             PERFORM 5065-SCHED-CANCEL
059060                 THRU 5065-SCHED-CANCEL-EXIT
059063             PERFORM 7670-GL-REVERSE-PRV
059066                 THRU 7670-GL-REVERSE-PRV-EXIT
059070         END-IF
059080     END-IF.
059090 5050-WRITE-RESULT-EXIT.
060840     PERFORM 2130-LOAD-CAPS THRU 2130-LOAD-CAPS-EXIT
060850     PERFORM 2150-LOAD-TRANSCRIPTS THRU
060860         2150-LOAD-TRANSCRIPTS-EXIT
060861     PERFORM 2160-LOAD-CONFLICTS THRU 2160-LOAD-CONFLICTS-EXIT
060862     PERFORM 2165-LOAD-NO-REHIRE THRU 2165-LOAD-NO-REHIRE-EXIT
060863     PERFORM 2170-LOAD-CLASSES THRU 2170-LOAD-CLASSES-EXIT
060864     PERFORM 2175-LOAD-MEETINGS THRU 2175-LOAD-MEETINGS-EXIT
060865     PERFORM 4410-LOAD-RATES THRU 4410-LOAD-RATES-EXIT
060866     PERFORM 4500-OPEN-MASTERS THRU 4500-OPEN-MASTERS-EXIT
060867     PERFORM 7650-GL-LOAD-ACCTS THRU 7650-GL-LOAD-ACCTS-EXIT
060868     MOVE 'RESPOND' TO TAR-GL-SOURCE
060870     PERFORM 1130-OPEN-AUDIT-LOG THRU 1130-OPEN-AUDIT-LOG-EXIT
060880     MOVE 'N' TO TAR-RSP-EOF-SW
060890     OPEN INPUT RESPONSES
061120     IF RSP-FS-OK OR RSP-FS-EOF
061130         CLOSE RESPONSES
061140     END-IF
061143     PERFORM 7640-GL-CLOSE-BATCH THRU 7640-GL-CLOSE-BATCH-EXIT
061146     PERFORM 4520-CLOSE-MASTERS THRU 4520-CLOSE-MASTERS-EXIT
061150     PERFORM 5550-WRITE-RESPOND-RPT
061160         THRU 5550-WRITE-RESPOND-RPT-EXIT.
061170 5500-RESPOND-MODE-EXIT.
062040*    THE OUTFILE-IDX RECORD), THEN HAND THE SLOT TO
062050*    5540-REFILL-SLOT. A DECLINE WHOSE INSTRUCTOR NO LONGER LOADS
062060*    STILL CLEARS THE RECORDS BUT COUNTS STRAIGHT AS STILL-OPEN.
062062*    THE DECLINED APPOINTMENT'S COST IS REVERSED ON THE GENERAL-
062064*    LEDGER JOURNAL; ONE WHOSE INSTRUCTOR NO LONGER LOADS CANNOT
062066*    BE COSTED AND IS COUNTED AS AN UNPOSTED CHANGE INSTEAD.
062070*-----------------------------------------------------------------
062080 5530-APPLY-DECLINE.
062090     MOVE CAN-APPT-INS (CAN-IDX, TAR-APPT-FOUND-SUB)
062160         PERFORM 5531-FREE-DECLINED THRU 5531-FREE-DECLINED-EXIT
062170             VARYING SLT-IDX FROM 1 BY 1
062180             UNTIL SLT-IDX > INS-NUM-SLOTS (INS-IDX)
062182         MOVE 'R' TO TAR-GL-ENTRY-TYPE
062184         PERFORM 7680-GL-POST-APPT THRU 7680-GL-POST-APPT-EXIT
062186     ELSE
062188         ADD 1 TO TAR-GL-UNPOSTED
062190     END-IF
062200     PERFORM 5036-DROP-APPT THRU 5036-DROP-APPT-EXIT
062210     MOVE CAN-ID (CAN-IDX) TO OUT-IDX-CAN-ID
062910         UNTIL TAR-SUB > CAN-PREF-COUNT (CAN-IDX)
062920     IF TAR-TERM-FOUND-SW = 'N'
062930         GO TO 5541-CHK-REFILL-CAN-EXIT
062931     END-IF
062932     MOVE INS-ID (INS-IDX) TO TAR-CFL-INS
062933     MOVE INS-TERM-CODE (INS-IDX) TO TAR-CFL-TERM
062934     PERFORM 3250-CHK-CONFLICT THRU 3250-CHK-CONFLICT-EXIT
062935     IF TAR-CFL-SW = 'Y'
062936         GO TO 5541-CHK-REFILL-CAN-EXIT
062940     END-IF
062941     MOVE CAN-ID (CAN-IDX) TO TAR-CLS-CAN
062942     SET TAR-CLS-ROW TO INS-IDX
062943     PERFORM 3260-CHK-CLASH THRU 3260-CHK-CLASH-EXIT
062944     IF TAR-CLASH-FOUND-SW = 'Y'
062945         GO TO 5541-CHK-REFILL-CAN-EXIT
062946     END-IF
062950     MOVE INS-MIN-GRADE (INS-IDX) TO TAR-REQ-GRADE
062960     MOVE INS-COURSE-CODE (INS-IDX) TO TAR-REQ-COURSE
062970     PERFORM 3220-CHK-QUALIFIED THRU 3220-CHK-QUALIFIED-EXIT
063250*    5545-PLACE-REFILL -- PUT THE WINNING CANDIDATE (CAN-IDX)
063260*    INTO THE FREED SLOT OF THE DECLINED INSTRUCTOR (INS-IDX /
063270*    TAR-REFILL-SLOT), BANK THE APPOINTMENT, WRITE THE OUTFILE-IDX
063276*    RECORD AND AN AUDIT ENTRY UNDER THE RESPONSE ROUND MARKER,
063282*    AND POST THE NEW APPOINTMENT AS A CORRECTING JOURNAL ENTRY.
063290*-----------------------------------------------------------------
063300 5545-PLACE-REFILL.
063310     PERFORM 3040-RANK-AT-INS THRU 3040-RANK-AT-INS-EXIT
063640     MOVE TAR-RESPOND-ROUND-NO TO AUD-ROUND-NO
063650     MOVE TAR-RUN-DATE TO AUD-RUN-DATE
063660     MOVE TAR-RUN-TIME TO AUD-RUN-TIME
063665     PERFORM 1135-PUT-AUDIT THRU 1135-PUT-AUDIT-EXIT
063670     MOVE 'C' TO TAR-GL-ENTRY-TYPE
063675     PERFORM 7680-GL-POST-APPT THRU 7680-GL-POST-APPT-EXIT.
063680 5545-PLACE-REFILL-EXIT.
063690     EXIT.
063700
066750*    MASTER FROM THE REGISTRAR'S FLAT EXTRACT (CATALOG.TXT). A
066760*    RUN ARGUMENT OF 'CATLOAD' DIVERTS THE WHOLE RUN HERE. EACH
066770*    EXTRACT LINE CARRIES COURSE CODE, TERM, TITLE, ENROLLMENT
066774*    AND THE STUDENTS-PER-TA STAFFING RATIO, THEN UP TO FOUR
066778*    DAY/TIME MEETING BLOCKS (SEE 5811); THE MASTER IS REBUILT
066782*    FROM SCRATCH SO A DROPPED COURSE DISAPPEARS WITH THE EXTRACT
066786*    THAT DROPPED IT. A COURSE_CATALOG.DAT BUILT BEFORE THE
066790*    MEETING BLOCKS WERE ADDED TO THE RECORD CANNOT BE OPENED
066794*    UNDER THE CURRENT LAYOUT; DELETE IT AND RE-RUN MODE=CATLOAD
066798*    FROM CATALOG.TXT -- THE EXTRACT IS THE ONLY SOURCE, SO
066802*    NOTHING IS LOST.
066810*=================================================================
066820 5800-CATLOAD-MODE.
066830     OPEN OUTPUT COURSE-CATALOG
067270     MOVE CTL-TITLE-IN       TO CAT-TITLE
067280     MOVE CTL-ENROLL-IN      TO CAT-ENROLLMENT
067290     MOVE CTL-RATIO-IN       TO CAT-RATIO
067291     MOVE 0 TO CAT-MTG-COUNT
067292     MOVE SPACES TO CAT-MTG-BLOCKS
067293     PERFORM 5811-COPY-MTG THRU 5811-COPY-MTG-EXIT
067294         VARYING TAR-MTG-SUB FROM 1 BY 1
067295         UNTIL TAR-MTG-SUB > 4
067300     WRITE CATALOG-RECORD
067310         INVALID KEY
067320             ADD 1 TO TAR-CTL-ERRORS
067440*    'CAND=sssssssss' PRINT EVERY ARCHIVED APPOINTMENT THAT
067450*    CANDIDATE EVER HELD -- RUN SEQUENCE, TERM, INSTRUCTOR,
067460*    COURSE, HOURS AND WHETHER IT WAS PRE-PINNED OR A CLEARING
067466*    PLACEMENT, AND THE INSTRUCTOR'S END-OF-TERM EVALUATION
067472*    WHERE EVALS HAS POSTED ONE -- WITH A DISTINCT TERMS-SERVED
067478*    TOTAL AT THE BOTTOM, FOR APPOINTMENT DISPUTES AND REFERENCE
067484*    LETTERS.
067490*=================================================================
067500 5900-HISTORY-MODE.
067510     IF TAR-HIST-CAN-ID = SPACES
068130                 DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
068140     END-EVALUATE
068150     PERFORM 5920-PUT-HISTORY THRU 5920-PUT-HISTORY-EXIT
068151     IF HIS-EVAL-RATING IS NUMERIC
068152         AND HIS-EVAL-RATING > 0
068153         MOVE SPACES TO HISTORY-REPORT-RECORD
068154         STRING '          EVALUATION RATING=' HIS-EVAL-RATING
068155             ' REHIRE=' HIS-EVAL-REHIRE
068156             ' COMMENT=' HIS-EVAL-COMMENT
068157             DELIMITED BY SIZE INTO HISTORY-REPORT-RECORD
068158         PERFORM 5920-PUT-HISTORY THRU 5920-PUT-HISTORY-EXIT
068159     END-IF
068160     MOVE 'N' TO TAR-HST-FOUND-SW
068170     PERFORM 5911-CHK-HIST-TERM THRU 5911-CHK-HIST-TERM-EXIT
068180         VARYING TAR-HST-SUB FROM 1 BY 1
075350             EDT-FS
075360         GO TO 8000-EDITONLY-MODE-EXIT
075370     END-IF
075375     PERFORM 2160-LOAD-CONFLICTS THRU 2160-LOAD-CONFLICTS-EXIT
075380     PERFORM 8010-EDIT-CAN-FILE THRU 8010-EDIT-CAN-FILE-EXIT
075390     PERFORM 8030-EDIT-INS-FILE THRU 8030-EDIT-INS-FILE-EXIT
075395     PERFORM 8060-EDIT-CONFLICTS THRU 8060-EDIT-CONFLICTS-EXIT
075400     MOVE SPACES TO EDIT-RECORD
075410     STRING 'WARNINGS=' EDT-WARN-CNT
075420         ' ERRORS=' EDT-ERROR-CNT
076240     PERFORM 8021-CHK-CAN-PREFS THRU 8021-CHK-CAN-PREFS-EXIT
076250         VARYING TAR-SUB FROM 1 BY 1
076260         UNTIL TAR-SUB > CAN-PREF-COUNT-IN
076262     PERFORM 8023-MARK-CAN-CFL THRU 8023-MARK-CAN-CFL-EXIT
076264         VARYING TAR-CFL-SUB FROM 1 BY 1
076266         UNTIL TAR-CFL-SUB > TAR-CFL-COUNT
076270     IF CAN-CLEAR-OPT-IN NOT = 'Y' AND CAN-CLEAR-OPT-IN NOT = 'N'
076280         AND CAN-CLEAR-OPT-IN NOT = SPACE
076290         MOVE 'CLEAR-OPT'    TO EDT-FIELD
077890     PERFORM 8041-CHK-INS-PREFS THRU 8041-CHK-INS-PREFS-EXIT
077900         VARYING TAR-SUB FROM 1 BY 1
077910         UNTIL TAR-SUB > INS-PREF-COUNT-IN
077912     PERFORM 8043-MARK-INS-CFL THRU 8043-MARK-INS-CFL-EXIT
077914         VARYING TAR-CFL-SUB FROM 1 BY 1
077916         UNTIL TAR-CFL-SUB > TAR-CFL-COUNT
077920     IF INS-CLEAR-OPT-IN NOT = 'Y' AND INS-CLEAR-OPT-IN NOT = 'N'
077930         AND INS-CLEAR-OPT-IN NOT = SPACE
077940         MOVE 'CLEAR-OPT'    TO EDT-FIELD
079150     END-EVALUATE.
079160 8090-WRITE-EDIT-EXIT.
079170     EXIT.
079180
079190*-----------------------------------------------------------------
079200*    8060-EDIT-CONFLICTS -- A CONFLICTS.TXT PAIR THAT BOTH SIDES
079210*    STILL LIST IN THEIR PREFERENCES IS AN ERROR: THE RUN WILL
079220*    REFUSE IT, BUT THE LISTS SHOULD BE CORRECTED AT SOURCE.
079230*    THE RECORD NUMBER IS THE PAIR'S LINE IN CONFLICTS.TXT.
079240*-----------------------------------------------------------------
079250 8060-EDIT-CONFLICTS.
079260     MOVE 'CFL' TO EDT-FILE-CODE
079270     PERFORM 8061-EDIT-CFL THRU 8061-EDIT-CFL-EXIT
079280         VARYING TAR-CFL-SUB FROM 1 BY 1
079290         UNTIL TAR-CFL-SUB > TAR-CFL-COUNT.
079300 8060-EDIT-CONFLICTS-EXIT.
079310     EXIT.
079320
079330 8061-EDIT-CFL.
079340     IF CFL-CAN-LISTS-SW (TAR-CFL-SUB) NOT = 'Y'
079350         OR CFL-INS-LISTS-SW (TAR-CFL-SUB) NOT = 'Y'
079360         GO TO 8061-EDIT-CFL-EXIT
079370     END-IF
079380     MOVE CFL-REC-NO (TAR-CFL-SUB) TO EDT-REC-NO
079390     MOVE 'PREF-LIST'    TO EDT-FIELD
079400     MOVE SPACES         TO EDT-VALUE
079410     STRING CFL-CAN-ID (TAR-CFL-SUB) '/' CFL-INS-ID (TAR-CFL-SUB)
079420         DELIMITED BY SIZE INTO EDT-VALUE
079430     MOVE 'ERROR'        TO EDT-SEV
079440     MOVE 'CONFLICT PAIR LISTED BY BOTH SIDES' TO EDT-RULE
079450     PERFORM 8090-WRITE-EDIT THRU 8090-WRITE-EDIT-EXIT.
079460 8061-EDIT-CFL-EXIT.
079470     EXIT.
079480
079490*=================================================================
079500*    7100-VERIFY-MODE -- INDEPENDENT STABILITY AUDIT OF THE
079510*    COMMITTED MATCH. THE PROPOSAL ROUNDS OF 3000-MATCH ARE
079520*    STABLE BY CONSTRUCTION, BUT PRE-PINS FROM OVERRIDES.TXT,
079530*    CLEARING PLACEMENTS, RESPOND REFILLS AND RELOOKUP RE-RUNS
079540*    ALL CHANGE THE RESULT AFTERWARDS. THIS MODE RELOADS THE
079550*    CURRENT INPUT FILES, REPLAYS OUTPUT_IDX.DAT THROUGH
079560*    5005-LOAD-EXISTING EXACTLY AS RELOOKUP DOES, AND THEN, TERM
079570*    BY TERM, LOOKS FOR A BLOCKING PAIR: A CANDIDATE AND AN
079580*    INSTRUCTOR WHO WOULD EACH RATHER HAVE THE OTHER THAN WHAT
079590*    THEY HOLD NOW, WHERE MIN-GPA, THE QUALIFICATION RULE AND
079600*    THE HOURS CAP WOULD STILL ALLOW THE PAIRING. RANKS ARE
079610*    TAKEN FROM THE PREFERENCE LISTS THEMSELVES, NOT FROM THE
079620*    STORED RANKS, SINCE A PRE-PIN OR CLEARING SLOT IS STORED
079630*    AS RANK ZERO. NO MATCH FILE, MASTER OR RESTART CHECKPOINT IS
079640*    REWRITTEN (SEE 1000-INIT): APART FROM THE RUN_SEQ.TXT BUMP,
079650*    THE RUN LOCK AND THE RUN_LOG.TXT LINE EVERY RUN MAKES,
079660*    VERIFY_REPORT.TXT IS THE ONLY OUTPUT. ANY BLOCKING PAIR SETS
079670*    RETURN-CODE 4.
079680*=================================================================
079690 7100-VERIFY-MODE.
079700     PERFORM 2000-LOAD-CAN THRU 2000-LOAD-CAN-EXIT
079710     PERFORM 2100-LOAD-INS THRU 2100-LOAD-INS-EXIT
079720     PERFORM 2700-BUILD-KEYS THRU 2700-BUILD-KEYS-EXIT
079730     PERFORM 2120-BUILD-TERMS THRU 2120-BUILD-TERMS-EXIT
079740     PERFORM 2130-LOAD-CAPS THRU 2130-LOAD-CAPS-EXIT
079750     PERFORM 2150-LOAD-TRANSCRIPTS THRU
079760         2150-LOAD-TRANSCRIPTS-EXIT
079770     PERFORM 2160-LOAD-CONFLICTS THRU 2160-LOAD-CONFLICTS-EXIT
079780     PERFORM 2165-LOAD-NO-REHIRE THRU 2165-LOAD-NO-REHIRE-EXIT
079790     PERFORM 2170-LOAD-CLASSES THRU 2170-LOAD-CLASSES-EXIT
079800     PERFORM 2175-LOAD-MEETINGS THRU 2175-LOAD-MEETINGS-EXIT
079810     PERFORM 7105-LOAD-REFILLS THRU 7105-LOAD-REFILLS-EXIT
079820     OPEN INPUT OUTFILE-IDX
079830     IF NOT OTX-FS-OK
079840         DISPLAY 'ERROR OPENING OUTFILE-IDX FILE, STATUS='
079850             OTX-FS
079860         DISPLAY 'VERIFY STOPPED: NO COMMITTED MATCH TO CHECK'
079870         MOVE 16 TO RETURN-CODE
079880         GO TO 7100-VERIFY-MODE-EXIT
079890     END-IF
079900     MOVE 'N' TO TAR-IDX-EOF-SW
079910     PERFORM 5005-LOAD-EXISTING THRU 5005-LOAD-EXISTING-EXIT
079920     CLOSE OUTFILE-IDX
079930     OPEN OUTPUT VERIFY-REPORT
079940     IF NOT VFY-FS-OK
079950         DISPLAY 'ERROR OPENING VERIFY-REPORT FILE, STATUS='
079960             VFY-FS
079970         MOVE 16 TO RETURN-CODE
079980         GO TO 7100-VERIFY-MODE-EXIT
079990     END-IF
080000     MOVE 0 TO TAR-VFY-CNT
080010     MOVE 0 TO TAR-VFY-TERMS
080020     MOVE 0 TO TAR-VFY-CHECKED
080030     MOVE 0 TO TAR-VFY-PAIRS
080040     MOVE 0 TO TAR-VFY-PREPIN
080050     MOVE 0 TO TAR-VFY-CLEAR
080060     MOVE 0 TO TAR-VFY-REFILL
080070     MOVE 0 TO TAR-VFY-RELOOKUP
080080     WRITE VERIFY-REPORT-RECORD FROM HDR-RECORD
080090     PERFORM 7110-VERIFY-TERM THRU 7110-VERIFY-TERM-EXIT
080100         VARYING TAR-TERM-SUB FROM 1 BY 1
080110         UNTIL TAR-TERM-SUB > TAR-TERM-COUNT
080120     PERFORM 7170-WRITE-VERIFY-SUM
080130         THRU 7170-WRITE-VERIFY-SUM-EXIT
080140     MOVE TAR-VFY-CNT TO TRL-COUNT
080150     WRITE VERIFY-REPORT-RECORD FROM TRL-RECORD
080160     CLOSE VERIFY-REPORT
080170     DISPLAY 'VERIFY: BLOCKING PAIRS=' TAR-VFY-PAIRS
080180         ' PRE-PIN=' TAR-VFY-PREPIN ' CLEARING=' TAR-VFY-CLEAR
080190         ' REFILL=' TAR-VFY-REFILL ' RELOOKUP=' TAR-VFY-RELOOKUP
080200     IF TAR-VFY-PAIRS > 0
080210         MOVE 4 TO RETURN-CODE
080220     END-IF.
080230 7100-VERIFY-MODE-EXIT.
080240     EXIT.
080250
080260*-----------------------------------------------------------------
080270*    7105-LOAD-REFILLS -- COLLECT EVERY RESPOND-ROUND ENTRY
080280*    (ROUND 998) FROM THE ACCUMULATED AUDIT LOG, SO A BLOCKING
080290*    PAIR CAN BE TRACED TO A REFILLED SLOT. A REFILL FAILURE IS
080300*    KEPT TOO, WITH ITS BLANK CANDIDATE ID, SINCE IT MARKS A
080310*    SLOT LEFT OPEN BY A DECLINE. NO LOG, NO REFILLS IDENTIFIED.
080320*-----------------------------------------------------------------
080330 7105-LOAD-REFILLS.
080340     MOVE 0 TO TAR-RFL-COUNT
080350     OPEN INPUT AUDIT-LOG
080360     IF NOT AUD-FS-OK
080370         DISPLAY 'AUDIT-LOG NOT AVAILABLE, STATUS=' AUD-FS
080380             ' REFILLS NOT IDENTIFIED'
080390         GO TO 7105-LOAD-REFILLS-EXIT
080400     END-IF
080410     MOVE 'N' TO TAR-RFL-EOF-SW
080420     PERFORM 7106-READ-REFILL THRU 7106-READ-REFILL-EXIT
080430         UNTIL TAR-RFL-EOF-SW = 'Y'
080440     CLOSE AUDIT-LOG.
080450 7105-LOAD-REFILLS-EXIT.
080460     EXIT.
080470
080480 7106-READ-REFILL.
080490     READ AUDIT-LOG INTO AUDIT-RECORD
080500     IF AUD-FS-EOF
080510         MOVE 'Y' TO TAR-RFL-EOF-SW
080520         GO TO 7106-READ-REFILL-EXIT
080530     END-IF
080540     IF NOT AUD-FS-OK
080550         DISPLAY 'AUDIT-LOG READ ERROR, STATUS=' AUD-FS
080560         MOVE 'Y' TO TAR-RFL-EOF-SW
080570         GO TO 7106-READ-REFILL-EXIT
080580     END-IF
080590     IF AUDIT-RECORD (1:3) = 'HDR'
080600         OR AUDIT-RECORD (1:3) = 'TRL'
080610         GO TO 7106-READ-REFILL-EXIT
080620     END-IF
080630     IF AUD-ROUND-NO NOT = TAR-RESPOND-ROUND-NO
080640         GO TO 7106-READ-REFILL-EXIT
080650     END-IF
080660     IF TAR-RFL-COUNT >= 2000
080670         DISPLAY 'REFILL TABLE FULL, EXTRA RECS SKIPPED'
080680         MOVE 'Y' TO TAR-RFL-EOF-SW
080690         GO TO 7106-READ-REFILL-EXIT
080700     END-IF
080710     ADD 1 TO TAR-RFL-COUNT
080720     MOVE AUD-CAN-ID TO RFL-CAN-ID (TAR-RFL-COUNT)
080730     MOVE AUD-INS-ID TO RFL-INS-ID (TAR-RFL-COUNT).
080740 7106-READ-REFILL-EXIT.
080750     EXIT.
080760
080770*-----------------------------------------------------------------
080780*    7110-VERIFY-TERM -- ONE TERM'S POOL, HONOURING TERM=.
080790*-----------------------------------------------------------------
080800 7110-VERIFY-TERM.
080810     MOVE TAR-TERM-CODE (TAR-TERM-SUB) TO TAR-CUR-TERM
080820     IF TAR-TERM-FILTER NOT = SPACES
080830         AND TAR-CUR-TERM NOT = TAR-TERM-FILTER
080840         GO TO 7110-VERIFY-TERM-EXIT
080850     END-IF
080860     ADD 1 TO TAR-VFY-TERMS
080870     PERFORM 7120-VERIFY-CAN THRU 7120-VERIFY-CAN-EXIT
080880         VARYING CAN-IDX FROM 1 BY 1
080890         UNTIL CAN-IDX > TAR-CAN-COUNT.
080900 7110-VERIFY-TERM-EXIT.
080910     EXIT.
080920
080930*-----------------------------------------------------------------
080940*    7120-VERIFY-CAN -- FIND WHERE CAN-IDX'S CURRENT APPOINTMENT
080950*    FOR TAR-CUR-TERM SITS ON ITS OWN PREFERENCE LIST (99 WHEN IT
080960*    HOLDS NOTHING, OR HOLDS AN INSTRUCTOR IT NEVER LISTED), THEN
080970*    TRY EVERY INSTRUCTOR IT LISTED AHEAD OF THAT POSITION.
080980*-----------------------------------------------------------------
080990 7120-VERIFY-CAN.
081000     IF CAN-GPA (CAN-IDX) < TAR-MIN-GPA
081010         GO TO 7120-VERIFY-CAN-EXIT
081020     END-IF
081030     ADD 1 TO TAR-VFY-CHECKED
081040     MOVE 99 TO TAR-VFY-CUR-RANK
081050     MOVE SPACES TO TAR-VFY-CUR-INS
081060     MOVE 'N' TO TAR-VFY-CUR-PREPIN
081070     MOVE 'N' TO TAR-VFY-CUR-CLEAR
081080     PERFORM 3080-FIND-APPT THRU 3080-FIND-APPT-EXIT
081090     IF TAR-APPT-FOUND-SUB > 0
081100         MOVE CAN-APPT-INS (CAN-IDX, TAR-APPT-FOUND-SUB)
081110             TO TAR-VFY-CUR-INS
081120         MOVE CAN-APPT-PREPIN (CAN-IDX, TAR-APPT-FOUND-SUB)
081130             TO TAR-VFY-CUR-PREPIN
081140         MOVE CAN-APPT-CLEAR (CAN-IDX, TAR-APPT-FOUND-SUB)
081150             TO TAR-VFY-CUR-CLEAR
081160         PERFORM 7121-CHK-CUR-PF THRU 7121-CHK-CUR-PF-EXIT
081170             VARYING TAR-VFY-PREF-SUB FROM 1 BY 1
081180             UNTIL TAR-VFY-PREF-SUB > CAN-PREF-COUNT (CAN-IDX)
081190     END-IF
081200     PERFORM 7130-VERIFY-PREF THRU 7130-VERIFY-PREF-EXIT
081210         VARYING TAR-VFY-PREF-SUB FROM 1 BY 1
081220         UNTIL TAR-VFY-PREF-SUB > CAN-PREF-COUNT (CAN-IDX)
081230            OR TAR-VFY-PREF-SUB >= TAR-VFY-CUR-RANK.
081240 7120-VERIFY-CAN-EXIT.
081250     EXIT.
081260
081270 7121-CHK-CUR-PF.
081280     IF TAR-VFY-CUR-RANK = 99
081290         AND CAN-PREF-LIST (CAN-IDX, TAR-VFY-PREF-SUB)
081300             = TAR-VFY-CUR-INS
081310         MOVE TAR-VFY-PREF-SUB TO TAR-VFY-CUR-RANK
081320     END-IF.
081330 7121-CHK-CUR-PF-EXIT.
081340     EXIT.
081350
081360*-----------------------------------------------------------------
081370*    7130-VERIFY-PREF -- IS THE INSTRUCTOR CAN-IDX LISTED AT
081380*    TAR-VFY-PREF-SUB A BLOCKING PARTNER? IT MUST BE IN THIS
081390*    TERM, MUST RANK THE CANDIDATE ITSELF, THE SAME ELIGIBILITY
081400*    CHECKS 3020-PROPOSE APPLIES MUST PASS, AND IT MUST EITHER
081410*    HAVE A FREE SLOT OR HOLD AN OCCUPANT IT RANKS BELOW THE
081420*    CANDIDATE (AN OCCUPANT IT NEVER LISTED RANKS 99).
081430*-----------------------------------------------------------------
081440 7130-VERIFY-PREF.
081450     MOVE CAN-PREF-LIST (CAN-IDX, TAR-VFY-PREF-SUB)
081460         TO TAR-TARGET-INS
081470     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
081480     IF TAR-FOUND-SW = 'N'
081490         GO TO 7130-VERIFY-PREF-EXIT
081500     END-IF
081510     IF INS-TERM-CODE (TAR-INS-FOUND-IDX) NOT = TAR-CUR-TERM
081520         GO TO 7130-VERIFY-PREF-EXIT
081530     END-IF
081540     PERFORM 3040-RANK-AT-INS THRU 3040-RANK-AT-INS-EXIT
081550     IF TAR-FOUND-SW = 'N'
081560         GO TO 7130-VERIFY-PREF-EXIT
081570     END-IF
081580     MOVE INS-ID (INS-IDX) TO TAR-CFL-INS
081590     MOVE INS-TERM-CODE (INS-IDX) TO TAR-CFL-TERM
081600     PERFORM 3250-CHK-CONFLICT THRU 3250-CHK-CONFLICT-EXIT
081610     IF TAR-CFL-SW = 'Y'
081620         GO TO 7130-VERIFY-PREF-EXIT
081630     END-IF
081640     MOVE CAN-ID (CAN-IDX) TO TAR-CLS-CAN
081650     SET TAR-CLS-ROW TO INS-IDX
081660     PERFORM 3260-CHK-CLASH THRU 3260-CHK-CLASH-EXIT
081670     IF TAR-CLASH-FOUND-SW = 'Y'
081680         GO TO 7130-VERIFY-PREF-EXIT
081690     END-IF
081700     MOVE INS-MIN-GRADE (INS-IDX) TO TAR-REQ-GRADE
081710     MOVE INS-COURSE-CODE (INS-IDX) TO TAR-REQ-COURSE
081720     PERFORM 3220-CHK-QUALIFIED THRU 3220-CHK-QUALIFIED-EXIT
081730     IF TAR-QUAL-SW = 'N'
081740         GO TO 7130-VERIFY-PREF-EXIT
081750     END-IF
081760     MOVE INS-APPT-HOURS (INS-IDX) TO TAR-NEW-HOURS
081770     PERFORM 3200-CHK-HOURS-CAP THRU 3200-CHK-HOURS-CAP-EXIT
081780     IF TAR-CAP-OK-SW = 'N'
081790         GO TO 7130-VERIFY-PREF-EXIT
081800     END-IF
081810     PERFORM 7140-FIND-OCCUPANT THRU 7140-FIND-OCCUPANT-EXIT
081820     IF TAR-FREE-SLOT-IDX = 0
081830         AND TAR-RANK-AT-INS NOT < TAR-VFY-OCC-RANK
081840         GO TO 7130-VERIFY-PREF-EXIT
081850     END-IF
081860     PERFORM 7150-SET-REASON THRU 7150-SET-REASON-EXIT
081870     PERFORM 7160-WRITE-BLOCKING THRU 7160-WRITE-BLOCKING-EXIT.
081880 7130-VERIFY-PREF-EXIT.
081890     EXIT.
081900
081910*-----------------------------------------------------------------
081920*    7140-FIND-OCCUPANT -- INS-IDX'S FREE SLOT IF IT HAS ONE,
081930*    OTHERWISE THE OCCUPANT IT LIKES LEAST BY ITS OWN LIST.
081940*    INS-SLOT-CAN-RANK CANNOT BE USED HERE: A PRE-PIN OR
081950*    CLEARING OCCUPANT IS STORED AS RANK ZERO.
081960*-----------------------------------------------------------------
081970 7140-FIND-OCCUPANT.
081980     MOVE 0 TO TAR-VFY-OCC-RANK
081990     MOVE 0 TO TAR-VFY-OCC-SLOT
082000     MOVE SPACES TO TAR-VFY-OCC-ID
082010     PERFORM 3059-FIND-FREE-SLOT THRU 3059-FIND-FREE-SLOT-EXIT
082020     IF TAR-FREE-SLOT-IDX > 0
082030         GO TO 7140-FIND-OCCUPANT-EXIT
082040     END-IF
082050     PERFORM 7141-CHK-OCCUPANT THRU 7141-CHK-OCCUPANT-EXIT
082060         VARYING SLT-IDX FROM 1 BY 1
082070         UNTIL SLT-IDX > INS-NUM-SLOTS (INS-IDX).
082080 7140-FIND-OCCUPANT-EXIT.
082090     EXIT.
082100
082110 7141-CHK-OCCUPANT.
082120     MOVE 99 TO TAR-VFY-SLOT-RANK
082130     PERFORM 7142-CHK-OCC-PF THRU 7142-CHK-OCC-PF-EXIT
082140         VARYING TAR-VFY-INS-SUB FROM 1 BY 1
082150         UNTIL TAR-VFY-INS-SUB > INS-PREF-COUNT (INS-IDX)
082160     IF TAR-VFY-SLOT-RANK > TAR-VFY-OCC-RANK
082170         MOVE TAR-VFY-SLOT-RANK TO TAR-VFY-OCC-RANK
082180         SET TAR-VFY-OCC-SLOT TO SLT-IDX
082190         MOVE INS-SLOT-CAN-ID (INS-IDX, SLT-IDX)
082200             TO TAR-VFY-OCC-ID
082210     END-IF.
082220 7141-CHK-OCCUPANT-EXIT.
082230     EXIT.
082240
082250 7142-CHK-OCC-PF.
082260     IF TAR-VFY-SLOT-RANK = 99
082270         AND INS-PREF-LIST (INS-IDX, TAR-VFY-INS-SUB)
082280             = INS-SLOT-CAN-ID (INS-IDX, SLT-IDX)
082290         MOVE TAR-VFY-INS-SUB TO TAR-VFY-SLOT-RANK
082300     END-IF.
082310 7142-CHK-OCC-PF-EXIT.
082320     EXIT.
082330
082340*-----------------------------------------------------------------
082350*    7150-SET-REASON -- WHICH POST-ROUND CHANGE LEFT THE PAIR
082360*    BLOCKING, LOOKING AT BOTH THE CANDIDATE'S OWN APPOINTMENT
082370*    AND THE OCCUPANT IT WOULD DISPLACE: A PRE-PIN FIRST, THEN A
082380*    CLEARING PLACEMENT, THEN A RESPOND REFILL (OR A DECLINED
082390*    SLOT LEFT OPEN). WHAT REMAINS CAN ONLY HAVE COME FROM A
082400*    RELOOKUP RE-RESOLUTION.
082410*-----------------------------------------------------------------
082420 7150-SET-REASON.
082430     IF TAR-VFY-CUR-PREPIN = 'Y'
082440         MOVE 'PRE-PIN' TO TAR-VFY-REASON
082450         ADD 1 TO TAR-VFY-PREPIN
082460         GO TO 7150-SET-REASON-EXIT
082470     END-IF
082480     IF TAR-VFY-OCC-SLOT > 0
082490         IF INS-SLOT-PREPIN (INS-IDX, TAR-VFY-OCC-SLOT) = 'Y'
082500             MOVE 'PRE-PIN' TO TAR-VFY-REASON
082510             ADD 1 TO TAR-VFY-PREPIN
082520             GO TO 7150-SET-REASON-EXIT
082530         END-IF
082540     END-IF
082550     IF TAR-VFY-CUR-CLEAR = 'Y'
082560         MOVE 'CLEARING' TO TAR-VFY-REASON
082570         ADD 1 TO TAR-VFY-CLEAR
082580         GO TO 7150-SET-REASON-EXIT
082590     END-IF
082600     IF TAR-VFY-OCC-SLOT > 0
082610         IF INS-SLOT-CLEAR (INS-IDX, TAR-VFY-OCC-SLOT) = 'Y'
082620             MOVE 'CLEARING' TO TAR-VFY-REASON
082630             ADD 1 TO TAR-VFY-CLEAR
082640             GO TO 7150-SET-REASON-EXIT
082650         END-IF
082660     END-IF
082670     MOVE CAN-ID (CAN-IDX) TO TAR-RFL-KEY-CAN
082680     MOVE TAR-VFY-CUR-INS TO TAR-RFL-KEY-INS
082690     PERFORM 7155-FIND-REFILL THRU 7155-FIND-REFILL-EXIT
082700     IF TAR-RFL-FOUND-SW = 'N'
082710         MOVE TAR-VFY-OCC-ID TO TAR-RFL-KEY-CAN
082720         MOVE INS-ID (INS-IDX) TO TAR-RFL-KEY-INS
082730         PERFORM 7155-FIND-REFILL THRU 7155-FIND-REFILL-EXIT
082740     END-IF
082750     IF TAR-RFL-FOUND-SW = 'Y'
082760         MOVE 'REFILL' TO TAR-VFY-REASON
082770         ADD 1 TO TAR-VFY-REFILL
082780         GO TO 7150-SET-REASON-EXIT
082790     END-IF
082800     MOVE 'RELOOKUP' TO TAR-VFY-REASON
082810     ADD 1 TO TAR-VFY-RELOOKUP.
082820 7150-SET-REASON-EXIT.
082830     EXIT.
082840
082850 7155-FIND-REFILL.
082860     MOVE 'N' TO TAR-RFL-FOUND-SW
082870     IF TAR-RFL-KEY-INS = SPACES
082880         GO TO 7155-FIND-REFILL-EXIT
082890     END-IF
082900     PERFORM 7156-CHK-REFILL THRU 7156-CHK-REFILL-EXIT
082910         VARYING TAR-RFL-SUB FROM 1 BY 1
082920         UNTIL TAR-RFL-SUB > TAR-RFL-COUNT.
082930 7155-FIND-REFILL-EXIT.
082940     EXIT.
082950
082960 7156-CHK-REFILL.
082970     IF RFL-CAN-ID (TAR-RFL-SUB) = TAR-RFL-KEY-CAN
082980         AND RFL-INS-ID (TAR-RFL-SUB) = TAR-RFL-KEY-INS
082990         MOVE 'Y' TO TAR-RFL-FOUND-SW
083000     END-IF.
083010 7156-CHK-REFILL-EXIT.
083020     EXIT.
083030
083040*-----------------------------------------------------------------
083050*    7160-WRITE-BLOCKING -- ONE LINE PER BLOCKING PAIR: THE
083060*    CANDIDATE'S RANK FOR THE INSTRUCTOR AND THE INSTRUCTOR'S
083070*    RANK FOR THE CANDIDATE, THEN WHAT EACH SIDE HOLDS NOW --
083080*    CUR-RANK 99 IS NO APPOINTMENT (OR ONE NEVER LISTED), OCC
083090*    BLANK WITH OCC-RANK 00 IS A FREE SLOT.
083100*-----------------------------------------------------------------
083110 7160-WRITE-BLOCKING.
083120     ADD 1 TO TAR-VFY-PAIRS
083130     MOVE SPACES TO VERIFY-REPORT-RECORD
083140     STRING 'BLOCKING ' TAR-CUR-TERM ' ' CAN-ID (CAN-IDX)
083150         ' ' INS-ID (INS-IDX)
083160         ' CAN-RANK=' TAR-VFY-PREF-SUB
083170         ' INS-RANK=' TAR-RANK-AT-INS
083180         ' CUR=' TAR-VFY-CUR-INS
083190         ' CUR-RANK=' TAR-VFY-CUR-RANK
083200         ' OCC=' TAR-VFY-OCC-ID
083210         ' OCC-RANK=' TAR-VFY-OCC-RANK
083220         ' ' TAR-VFY-REASON
083230         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
083240     PERFORM 7190-PUT-VERIFY THRU 7190-PUT-VERIFY-EXIT.
083250 7160-WRITE-BLOCKING-EXIT.
083260     EXIT.
083270
083280 7170-WRITE-VERIFY-SUM.
083290     MOVE SPACES TO VERIFY-REPORT-RECORD
083300     STRING 'TERMS CHECKED             : ' TAR-VFY-TERMS
083310         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
083320     PERFORM 7190-PUT-VERIFY THRU 7190-PUT-VERIFY-EXIT
083330     MOVE SPACES TO VERIFY-REPORT-RECORD
083340     STRING 'CANDIDATE-TERMS CHECKED   : ' TAR-VFY-CHECKED
083350         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
083360     PERFORM 7190-PUT-VERIFY THRU 7190-PUT-VERIFY-EXIT
083370     MOVE SPACES TO VERIFY-REPORT-RECORD
083380     STRING 'BLOCKING PAIRS            : ' TAR-VFY-PAIRS
083390         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
083400     PERFORM 7190-PUT-VERIFY THRU 7190-PUT-VERIFY-EXIT
083410     MOVE SPACES TO VERIFY-REPORT-RECORD
083420     STRING '  DUE TO PRE-PIN          : ' TAR-VFY-PREPIN
083430         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
083440     PERFORM 7190-PUT-VERIFY THRU 7190-PUT-VERIFY-EXIT
083450     MOVE SPACES TO VERIFY-REPORT-RECORD
083460     STRING '  DUE TO CLEARING         : ' TAR-VFY-CLEAR
083470         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
083480     PERFORM 7190-PUT-VERIFY THRU 7190-PUT-VERIFY-EXIT
083490     MOVE SPACES TO VERIFY-REPORT-RECORD
083500     STRING '  DUE TO REFILL           : ' TAR-VFY-REFILL
083510         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
083520     PERFORM 7190-PUT-VERIFY THRU 7190-PUT-VERIFY-EXIT
083530     MOVE SPACES TO VERIFY-REPORT-RECORD
083540     STRING '  DUE TO RELOOKUP         : ' TAR-VFY-RELOOKUP
083550         DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
083560     PERFORM 7190-PUT-VERIFY THRU 7190-PUT-VERIFY-EXIT.
083570 7170-WRITE-VERIFY-SUM-EXIT.
083580     EXIT.
083590
083600 7190-PUT-VERIFY.
083610     WRITE VERIFY-REPORT-RECORD
083620     ADD 1 TO TAR-VFY-CNT.
083630 7190-PUT-VERIFY-EXIT.
083640     EXIT.
083650
083660*=================================================================
083670*    7200-CLASH-MODE -- TIMETABLE CLASH REPORT FOR THE COMMITTED
083680*    MATCH. THE MATCH ITSELF REFUSES A PAIRING WHOSE COURSE MEETS
083690*    WHILE THE CANDIDATE IS IN CLASS (3260-CHK-CLASH), BUT A
083700*    CATALOG RELOAD OR A NEW REGISTRAR FEED AFTER THE RUN CAN
083710*    STILL PUT AN APPOINTED TA IN TWO PLACES AT ONCE. THIS MODE
083720*    RELOADS THE INSTRUCTORS, THE CLASS-SCHEDULE FEED AND THE
083730*    CATALOG MEETING BLOCKS, WALKS EVERY APPOINTMENT ON
083740*    OUTPUT_IDX.DAT (ONE TERM ONLY WHEN TERM= IS GIVEN) AND LISTS
083750*    EACH ONE THAT NOW OVERLAPS ONE OF THE TA'S OWN CLASSES.
083760*    NO MATCH FILE, MASTER OR RESTART CHECKPOINT IS REWRITTEN
083770*    (SEE 1000-INIT): APART FROM THE RUN_SEQ.TXT BUMP, THE RUN
083780*    LOCK AND THE RUN_LOG.TXT LINE EVERY RUN MAKES,
083790*    CLASH_REPORT.TXT IS THE ONLY OUTPUT. ANY CLASH SETS
083800*    RETURN-CODE 4.
083810*=================================================================
083820 7200-CLASH-MODE.
083830     PERFORM 2100-LOAD-INS THRU 2100-LOAD-INS-EXIT
083840     PERFORM 2700-BUILD-KEYS THRU 2700-BUILD-KEYS-EXIT
083850     PERFORM 2170-LOAD-CLASSES THRU 2170-LOAD-CLASSES-EXIT
083860     PERFORM 2175-LOAD-MEETINGS THRU 2175-LOAD-MEETINGS-EXIT
083870     OPEN INPUT OUTFILE-IDX
083880     IF NOT OTX-FS-OK
083890         DISPLAY 'ERROR OPENING OUTFILE-IDX FILE, STATUS='
083900             OTX-FS
083910         DISPLAY 'CLASH STOPPED: NO COMMITTED MATCH TO CHECK'
083920         MOVE 16 TO RETURN-CODE
083930         GO TO 7200-CLASH-MODE-EXIT
083940     END-IF
083950     OPEN OUTPUT CLASH-REPORT
083960     IF NOT CLR-FS-OK
083970         DISPLAY 'ERROR OPENING CLASH-REPORT FILE, STATUS='
083980             CLR-FS
083990         CLOSE OUTFILE-IDX
084000         MOVE 16 TO RETURN-CODE
084010         GO TO 7200-CLASH-MODE-EXIT
084020     END-IF
084030     MOVE 0 TO TAR-CLR-CNT
084040     MOVE 0 TO TAR-CLR-APPTS
084050     MOVE 0 TO TAR-CLR-CLASHES
084060     MOVE 0 TO TAR-CLR-NOMTG
084070     MOVE 0 TO TAR-CLR-NOINS
084080     WRITE CLASH-REPORT-RECORD FROM HDR-RECORD
084090     MOVE 'N' TO TAR-IDX-EOF-SW
084100     PERFORM 7210-CLASH-APPT THRU 7210-CLASH-APPT-EXIT
084110         UNTIL TAR-IDX-EOF-SW = 'Y'
084120     CLOSE OUTFILE-IDX
084130     PERFORM 7270-WRITE-CLASH-SUM THRU 7270-WRITE-CLASH-SUM-EXIT
084140     MOVE TAR-CLR-CNT TO TRL-COUNT
084150     WRITE CLASH-REPORT-RECORD FROM TRL-RECORD
084160     CLOSE CLASH-REPORT
084170     DISPLAY 'CLASH: APPOINTMENTS=' TAR-CLR-APPTS
084180         ' CLASHES=' TAR-CLR-CLASHES
084190         ' NO MEETING TIMES=' TAR-CLR-NOMTG
084200     IF TAR-CLR-CLASHES > 0
084210         MOVE 4 TO RETURN-CODE
084220     END-IF.
084230 7200-CLASH-MODE-EXIT.
084240     EXIT.
084250
084260*-----------------------------------------------------------------
084270*    7210-CLASH-APPT -- CHECK ONE COMMITTED APPOINTMENT. AN
084280*    INSTRUCTOR NO LONGER ON INSTRUSTORS.TXT OR A COURSE WITH NO
084290*    MEETING BLOCKS CANNOT BE CHECKED AND IS ONLY COUNTED.
084300*-----------------------------------------------------------------
084310 7210-CLASH-APPT.
084320     READ OUTFILE-IDX NEXT RECORD
084330         AT END
084340             MOVE 'Y' TO TAR-IDX-EOF-SW
084350             GO TO 7210-CLASH-APPT-EXIT
084360     END-READ
084370     IF TAR-TERM-FILTER NOT = SPACES
084380         AND OUT-IDX-TERM-CODE NOT = TAR-TERM-FILTER
084390         GO TO 7210-CLASH-APPT-EXIT
084400     END-IF
084410     ADD 1 TO TAR-CLR-APPTS
084420     MOVE OUT-IDX-INS-ID TO TAR-TARGET-INS
084430     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
084440     IF TAR-FOUND-SW = 'N'
084450         ADD 1 TO TAR-CLR-NOINS
084460         GO TO 7210-CLASH-APPT-EXIT
084470     END-IF
084480     MOVE TAR-INS-FOUND-IDX TO TAR-CLS-ROW
084490     IF MTG-COUNT (TAR-CLS-ROW) = 0
084500         ADD 1 TO TAR-CLR-NOMTG
084510         GO TO 7210-CLASH-APPT-EXIT
084520     END-IF
084530     MOVE OUT-IDX-CAN-ID TO TAR-CLS-CAN
084540     PERFORM 3260-CHK-CLASH THRU 3260-CHK-CLASH-EXIT
084550     IF TAR-CLASH-FOUND-SW = 'N'
084560         GO TO 7210-CLASH-APPT-EXIT
084570     END-IF
084580     ADD 1 TO TAR-CLR-CLASHES
084590     MOVE TAR-CLASH-MTG-SUB TO TAR-MTG-SUB
084600     MOVE TAR-CLASH-CLS-SUB TO TAR-CLS-SUB
084610     MOVE SPACES TO CLASH-REPORT-RECORD
084620     STRING 'CLASH ' OUT-IDX-TERM-CODE ' ' OUT-IDX-CAN-ID
084630         ' ' OUT-IDX-INS-ID ' ' INS-COURSE-CODE (TAR-CLS-ROW)
084640         ' DAY=' MTG-DAY (TAR-CLS-ROW, TAR-MTG-SUB)
084650         ' TA=' MTG-START (TAR-CLS-ROW, TAR-MTG-SUB)
084660         '-' MTG-END (TAR-CLS-ROW, TAR-MTG-SUB)
084670         ' CLASS=' CLS-COURSE-CODE (TAR-CLS-SUB)
084680         ' ' CLS-START (TAR-CLS-SUB) '-' CLS-END (TAR-CLS-SUB)
084690         DELIMITED BY SIZE INTO CLASH-REPORT-RECORD
084700     PERFORM 7290-PUT-CLASH THRU 7290-PUT-CLASH-EXIT.
084710 7210-CLASH-APPT-EXIT.
084720     EXIT.
084730
084740 7270-WRITE-CLASH-SUM.
084750     MOVE SPACES TO CLASH-REPORT-RECORD
084760     STRING 'APPOINTMENTS CHECKED      : ' TAR-CLR-APPTS
084770         DELIMITED BY SIZE INTO CLASH-REPORT-RECORD
084780     PERFORM 7290-PUT-CLASH THRU 7290-PUT-CLASH-EXIT
084790     MOVE SPACES TO CLASH-REPORT-RECORD
084800     STRING 'TIMETABLE CLASHES         : ' TAR-CLR-CLASHES
084810         DELIMITED BY SIZE INTO CLASH-REPORT-RECORD
084820     PERFORM 7290-PUT-CLASH THRU 7290-PUT-CLASH-EXIT
084830     MOVE SPACES TO CLASH-REPORT-RECORD
084840     STRING 'NO MEETING TIMES ON FILE  : ' TAR-CLR-NOMTG
084850         DELIMITED BY SIZE INTO CLASH-REPORT-RECORD
084860     PERFORM 7290-PUT-CLASH THRU 7290-PUT-CLASH-EXIT
084870     MOVE SPACES TO CLASH-REPORT-RECORD
084880     STRING 'INSTRUCTOR NOT ON FILE    : ' TAR-CLR-NOINS
084890         DELIMITED BY SIZE INTO CLASH-REPORT-RECORD
084900     PERFORM 7290-PUT-CLASH THRU 7290-PUT-CLASH-EXIT.
084910 7270-WRITE-CLASH-SUM-EXIT.
084920     EXIT.
084930
084940 7290-PUT-CLASH.
084950     WRITE CLASH-REPORT-RECORD
084960     ADD 1 TO TAR-CLR-CNT.
084970 7290-PUT-CLASH-EXIT.
084980     EXIT.
084990
085000*=================================================================
085010*    7300-TIMESHEET-MODE -- RECONCILE THE HOURS DEPARTMENTS
085020*    CERTIFY AGAINST WHAT PAYROLL IS PAYING. EACH LINE OF
085030*    TIMESHEETS.TXT IS ONE STUDENT'S HOURS FOR ONE PAY PERIOD OF
085040*    ONE COURSE, CERTIFIED BY AN INSTRUCTOR. THE LINE IS MATCHED
085050*    TO THE APPOINTMENT ON OUTPUT_IDX.DAT AND TO THE INSTALLMENT
085060*    OF THAT PERIOD ON PAY_SCHEDULE.TXT. THE APPOINTED HOURS FOR
085070*    A PERIOD ARE INS-APPT-HOURS SPREAD EVENLY OVER THE
085080*    INSTALLMENTS SCHEDULED FOR THE APPOINTMENT, THE SAME WAY
085090*    4253-WRITE-INSTALLMENTS SPREADS THE STIPEND. OVER- AND
085100*    UNDER-HOURS ARE PRICED AT THE COURSE'S STIPEND RATE AND
085110*    WRITTEN TO TIMESHEET_ADJ.TXT IN THE PAY_SCHEDULE_ADJ.TXT
085120*    LAYOUT, FLAG 'A' TO ADD TO THE NEXT CYCLE'S PAY AND 'D' TO
085130*    DEDUCT FROM IT. THE SCHEDULE IS TAKEN AS PAYROLL HOLDS IT --
085140*    PAY_SCHEDULE.TXT AND THEN THE RELOOKUP ADJUSTMENTS ON
085150*    PAY_SCHEDULE_ADJ.TXT (SEE 7305). ANY INSTALLMENT STILL
085160*    STANDING AND ALREADY PAID (PERIOD DATE NOT AFTER THE RUN
085170*    DATE) WITH NO TIMESHEET IS LISTED AS MISSING, AS LONG AS
085180*    OUTPUT_IDX.DAT STILL HOLDS ITS APPOINTMENT.
085190*    TIMESHEET_EXCEPT.TXT CARRIES EVERY EXCEPTION AND THE COUNTS.
085200*    NO MATCH FILE, MASTER OR RESTART CHECKPOINT IS REWRITTEN
085210*    (SEE 1000-INIT): APART FROM THE RUN_SEQ.TXT BUMP, THE RUN
085220*    LOCK AND THE RUN_LOG.TXT LINE EVERY RUN MAKES, THE EXCEPTION
085230*    AND ADJUSTMENT FILES ARE ITS ONLY OUTPUT. ANY EXCEPTION SETS
085240*    RETURN-CODE 4; A MISSING TIMESHEET FEED, PAY SCHEDULE OR
085250*    COMMITTED MATCH STOPS THE RUN WITH 16. TERM= LIMITS THE
085260*    CHECK TO ONE TERM.
085270*=================================================================
085280 7300-TIMESHEET-MODE.
085290     PERFORM 2100-LOAD-INS THRU 2100-LOAD-INS-EXIT
085300     PERFORM 2700-BUILD-KEYS THRU 2700-BUILD-KEYS-EXIT
085310     PERFORM 4410-LOAD-RATES THRU 4410-LOAD-RATES-EXIT
085320     PERFORM 7305-LOAD-PAY-SCHED THRU 7305-LOAD-PAY-SCHED-EXIT
085330     IF TAR-PSL-EOF-SW = 'X'
085340         DISPLAY 'TIMESHEET STOPPED: NO PAY SCHEDULE TO CHECK'
085350         MOVE 16 TO RETURN-CODE
085360         GO TO 7300-TIMESHEET-MODE-EXIT
085370     END-IF
085380     OPEN INPUT TIMESHEETS
085390     IF NOT TSH-FS-OK
085400         DISPLAY 'ERROR OPENING TIMESHEETS FILE, STATUS=' TSH-FS
085410         MOVE 16 TO RETURN-CODE
085420         GO TO 7300-TIMESHEET-MODE-EXIT
085430     END-IF
085440     OPEN INPUT OUTFILE-IDX
085450     IF NOT OTX-FS-OK
085460         DISPLAY 'ERROR OPENING OUTFILE-IDX FILE, STATUS='
085470             OTX-FS
085480         DISPLAY 'TIMESHEET STOPPED: NO COMMITTED MATCH TO CHECK'
085490         CLOSE TIMESHEETS
085500         MOVE 16 TO RETURN-CODE
085510         GO TO 7300-TIMESHEET-MODE-EXIT
085520     END-IF
085530     OPEN OUTPUT TIMESHEET-EXCEPT
085540     IF NOT TSX-FS-OK
085550         DISPLAY 'ERROR OPENING TIMESHEET-EXCEPT FILE, STATUS='
085560             TSX-FS
085570         CLOSE TIMESHEETS
085580         CLOSE OUTFILE-IDX
085590         MOVE 16 TO RETURN-CODE
085600         GO TO 7300-TIMESHEET-MODE-EXIT
085610     END-IF
085620     OPEN OUTPUT TIMESHEET-ADJ
085630     IF NOT TSA-FS-OK
085640         DISPLAY 'ERROR OPENING TIMESHEET-ADJ FILE, STATUS='
085650             TSA-FS
085660         CLOSE TIMESHEETS
085670         CLOSE OUTFILE-IDX
085680         CLOSE TIMESHEET-EXCEPT
085690         MOVE 16 TO RETURN-CODE
085700         GO TO 7300-TIMESHEET-MODE-EXIT
085710     END-IF
085720     COMPUTE TAR-TSH-TODAY = 20000000 + TAR-RUN-DATE
085730     MOVE 0 TO TAR-TSX-CNT
085740     MOVE 0 TO TAR-TSA-CNT
085750     MOVE 0 TO TAR-TSH-REC-NO
085760     WRITE TIMESHEET-EXCEPT-RECORD FROM HDR-RECORD
085770     WRITE TIMESHEET-ADJ-RECORD FROM HDR-RECORD
085780     MOVE 'N' TO TAR-TSH-EOF-SW
085790     PERFORM 7310-READ-TIMESHEET THRU 7310-READ-TIMESHEET-EXIT
085800         UNTIL TAR-TSH-EOF-SW = 'Y'
085810     CLOSE TIMESHEETS
085820     PERFORM 7330-CHK-MISSING THRU 7330-CHK-MISSING-EXIT
085830         VARYING TAR-PSL-SUB FROM 1 BY 1
085840         UNTIL TAR-PSL-SUB > TAR-PSL-COUNT
085850     CLOSE OUTFILE-IDX
085860     PERFORM 7370-WRITE-TSH-SUM THRU 7370-WRITE-TSH-SUM-EXIT
085870     MOVE TAR-TSX-CNT TO TRL-COUNT
085880     WRITE TIMESHEET-EXCEPT-RECORD FROM TRL-RECORD
085890     CLOSE TIMESHEET-EXCEPT
085900     MOVE TAR-TSA-CNT TO TRL-COUNT
085910     WRITE TIMESHEET-ADJ-RECORD FROM TRL-RECORD
085920     CLOSE TIMESHEET-ADJ
085930     DISPLAY 'TIMESHEET: READ=' TAR-TSH-READ
085940         ' EXCEPTIONS=' TAR-TSH-EXCEPT
085950         ' ADJUSTMENTS=' TAR-TSA-CNT
085960     IF TAR-TSH-EXCEPT > 0
085970         MOVE 4 TO RETURN-CODE
085980     END-IF.
085990 7300-TIMESHEET-MODE-EXIT.
086000     EXIT.
086010
086020*-----------------------------------------------------------------
086030*    7305-LOAD-PAY-SCHED -- LOAD THE INSTALLMENTS ON
086040*    PAY_SCHEDULE.TXT (ONE TERM ONLY WHEN TERM= IS GIVEN) INTO
086050*    PSL-TABLE, HEADER AND TRAILER SKIPPED, THEN THE RELOOKUP
086060*    ADJUSTMENTS ON PAY_SCHEDULE_ADJ.TXT IN THE ORDER WRITTEN, THE
086070*    WAY 7730-ITG-CHK-SCHEDULE READS THEM: A CANCELLATION MARKER
086080*    STOPS THE INSTALLMENTS BEFORE IT AND A LATE-ADD SET IS LOADED
086090*    AS IT STANDS (7308). NO ADJUSTMENT FILE, NO ADJUSTMENTS.
086100*    TAR-PSL-EOF-SW COMES BACK 'X' WHEN PAY_SCHEDULE.TXT CANNOT
086110*    BE OPENED AT ALL.
086120*-----------------------------------------------------------------
086130 7305-LOAD-PAY-SCHED.
086140     MOVE 0 TO TAR-PSL-COUNT
086150     OPEN INPUT PAY-SCHEDULE
086160     IF NOT SCH-FS-OK
086170         DISPLAY 'PAY-SCHEDULE NOT AVAILABLE, STATUS=' SCH-FS
086180         MOVE 'X' TO TAR-PSL-EOF-SW
086190         GO TO 7305-LOAD-PAY-SCHED-EXIT
086200     END-IF
086210     MOVE 'N' TO TAR-PSL-EOF-SW
086220     PERFORM 7306-READ-PAY-SCHED THRU 7306-READ-PAY-SCHED-EXIT
086230         UNTIL TAR-PSL-EOF-SW = 'Y'
086240     CLOSE PAY-SCHEDULE
086250     OPEN INPUT PAY-SCHEDULE-ADJ
086260     IF SCA-FS-OK
086270         MOVE 'N' TO TAR-PSL-EOF-SW
086280         PERFORM 7307-READ-PAY-SCH-ADJ
086290             THRU 7307-READ-PAY-SCH-ADJ-EXIT
086300             UNTIL TAR-PSL-EOF-SW = 'Y'
086310         CLOSE PAY-SCHEDULE-ADJ
086320     END-IF.
086330 7305-LOAD-PAY-SCHED-EXIT.
086340     EXIT.
086350
086360 7306-READ-PAY-SCHED.
086370     READ PAY-SCHEDULE
086380     IF SCH-FS-EOF
086390         MOVE 'Y' TO TAR-PSL-EOF-SW
086400         GO TO 7306-READ-PAY-SCHED-EXIT
086410     END-IF
086420     IF NOT SCH-FS-OK
086430         DISPLAY 'PAY-SCHEDULE READ ERROR, STATUS=' SCH-FS
086440         MOVE 'Y' TO TAR-PSL-EOF-SW
086450         GO TO 7306-READ-PAY-SCHED-EXIT
086460     END-IF
086470     IF SCHEDULE-RECORD (1:3) = 'HDR'
086480         OR SCHEDULE-RECORD (1:3) = 'TRL'
086490         GO TO 7306-READ-PAY-SCHED-EXIT
086500     END-IF
086510     IF TAR-TERM-FILTER NOT = SPACES
086520         AND SCH-TERM-CODE NOT = TAR-TERM-FILTER
086530         GO TO 7306-READ-PAY-SCHED-EXIT
086540     END-IF
086550     PERFORM 7308-POST-PSL THRU 7308-POST-PSL-EXIT.
086560 7306-READ-PAY-SCHED-EXIT.
086570     EXIT.
086580
086590 7307-READ-PAY-SCH-ADJ.
086600     READ PAY-SCHEDULE-ADJ INTO SCHEDULE-RECORD
086610         AT END
086620             MOVE 'Y' TO TAR-PSL-EOF-SW
086630             GO TO 7307-READ-PAY-SCH-ADJ-EXIT
086640     END-READ
086650     IF SCHEDULE-RECORD (1:3) = 'HDR'
086660         OR SCHEDULE-RECORD (1:3) = 'TRL'
086670         GO TO 7307-READ-PAY-SCH-ADJ-EXIT
086680     END-IF
086690     IF TAR-TERM-FILTER NOT = SPACES
086700         AND SCH-TERM-CODE NOT = TAR-TERM-FILTER
086710         GO TO 7307-READ-PAY-SCH-ADJ-EXIT
086720     END-IF
086730     PERFORM 7308-POST-PSL THRU 7308-POST-PSL-EXIT.
086740 7307-READ-PAY-SCH-ADJ-EXIT.
086750     EXIT.
086760
086770*-----------------------------------------------------------------
086780*    7308-POST-PSL -- ONE SCHEDULE LINE ONTO PSL-TABLE. A
086790*    CANCELLATION MARKER ('C') IS NOT AN INSTALLMENT: IT MARKS
086800*    EVERY INSTALLMENT ALREADY LOADED FOR ITS STUDENT, COURSE AND
086810*    TERM AS STOPPED (7309), AS 7733-ITG-POST-SCH CLEARS ITS
086820*    TOTAL, SO ONLY A REPLACEMENT SET LOADED AFTER IT STILL
086830*    COUNTS. A STOPPED INSTALLMENT CANNOT TAKE A TIMESHEET, IS
086840*    NOT IN THE PERIOD COUNT AND IS NEVER MISSING.
086850*-----------------------------------------------------------------
086860 7308-POST-PSL.
086870     IF SCH-PRORATE-FLAG = 'C'
086880         PERFORM 7309-CANCEL-PSL THRU 7309-CANCEL-PSL-EXIT
086890             VARYING TAR-PSL-SUB FROM 1 BY 1
086900             UNTIL TAR-PSL-SUB > TAR-PSL-COUNT
086910         GO TO 7308-POST-PSL-EXIT
086920     END-IF
086930     IF TAR-PSL-COUNT >= 8000
086940         DISPLAY 'SCHEDULE TABLE FULL, EXTRA RECS SKIPPED'
086950         MOVE 'Y' TO TAR-PSL-EOF-SW
086960         GO TO 7308-POST-PSL-EXIT
086970     END-IF
086980     ADD 1 TO TAR-PSL-COUNT
086990     MOVE SCH-STUDENT-ID  TO PSL-STUDENT-ID (TAR-PSL-COUNT)
087000     MOVE SCH-COURSE-CODE TO PSL-COURSE-CODE (TAR-PSL-COUNT)
087010     MOVE SCH-TERM-CODE   TO PSL-TERM-CODE (TAR-PSL-COUNT)
087020     MOVE SCH-PERIOD-NO   TO PSL-PERIOD-NO (TAR-PSL-COUNT)
087030     MOVE SCH-PERIOD-DATE TO PSL-PERIOD-DATE (TAR-PSL-COUNT)
087040     MOVE SCH-AMOUNT      TO PSL-AMOUNT (TAR-PSL-COUNT)
087050     MOVE 'N' TO PSL-TSH-SW (TAR-PSL-COUNT)
087060     MOVE 'N' TO PSL-CANCEL-SW (TAR-PSL-COUNT).
087070 7308-POST-PSL-EXIT.
087080     EXIT.
087090
087100 7309-CANCEL-PSL.
087110     IF PSL-STUDENT-ID (TAR-PSL-SUB) = SCH-STUDENT-ID
087120         AND PSL-COURSE-CODE (TAR-PSL-SUB) = SCH-COURSE-CODE
087130         AND PSL-TERM-CODE (TAR-PSL-SUB) = SCH-TERM-CODE
087140         MOVE 'Y' TO PSL-CANCEL-SW (TAR-PSL-SUB)
087150     END-IF.
087160 7309-CANCEL-PSL-EXIT.
087170     EXIT.
087180
087190*-----------------------------------------------------------------
087200*    7310-READ-TIMESHEET -- CHECK ONE CERTIFIED TIMESHEET LINE.
087210*    A LINE FOR A STUDENT WITH NO APPOINTMENT IN THAT TERM, OR
087220*    APPOINTED TO A DIFFERENT COURSE, IS 'NO APPOINTMENT'. A LINE
087230*    CERTIFIED BY SOMEONE OTHER THAN THE APPOINTING INSTRUCTOR IS
087240*    REPORTED BUT ITS HOURS ARE STILL RECONCILED. ONLY THE FIRST
087250*    LINE FOR AN INSTALLMENT COUNTS; A REPEAT IS A DUPLICATE.
087260*-----------------------------------------------------------------
087270 7310-READ-TIMESHEET.
087280     READ TIMESHEETS INTO TIMESHEET-RECORD-IN
087290     IF TSH-FS-EOF
087300         MOVE 'Y' TO TAR-TSH-EOF-SW
087310         GO TO 7310-READ-TIMESHEET-EXIT
087320     END-IF
087330     IF NOT TSH-FS-OK
087340         DISPLAY 'TIMESHEETS READ ERROR, STATUS=' TSH-FS
087350         MOVE 'Y' TO TAR-TSH-EOF-SW
087360         GO TO 7310-READ-TIMESHEET-EXIT
087370     END-IF
087380     ADD 1 TO TAR-TSH-REC-NO
087390     IF TAR-TERM-FILTER NOT = SPACES
087400         AND TSH-TERM-CODE-IN NOT = TAR-TERM-FILTER
087410         GO TO 7310-READ-TIMESHEET-EXIT
087420     END-IF
087430     ADD 1 TO TAR-TSH-READ
087440     MOVE 0 TO TAR-TSH-EXP-HRS
087450     MOVE 0 TO TAR-TSH-ADJ-AMT
087460     IF TSH-PERIOD-NO-IN IS NOT NUMERIC
087470         OR TSH-PERIOD-NO-IN = 0
087480         OR TSH-HOURS-IN IS NOT NUMERIC
087490         ADD 1 TO TAR-TSH-BAD
087500         ADD 1 TO TAR-TSH-EXCEPT
087510         MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
087520         STRING 'BAD RECORD     REC=' TAR-TSH-REC-NO
087530             ' ' TIMESHEET-RECORD-IN
087540             DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
087550         PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
087560         GO TO 7310-READ-TIMESHEET-EXIT
087570     END-IF
087580     MOVE 'N' TO TAR-FOUND-SW
087590     MOVE TSH-STUDENT-ID-IN TO OUT-IDX-CAN-ID
087600     MOVE TSH-TERM-CODE-IN  TO OUT-IDX-TERM-CODE
087610     READ OUTFILE-IDX
087620         INVALID KEY
087630             CONTINUE
087640         NOT INVALID KEY
087650             MOVE OUT-IDX-INS-ID TO TAR-TARGET-INS
087660             PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
087670     END-READ
087680     IF TAR-FOUND-SW = 'Y'
087690         SET INS-IDX TO TAR-INS-FOUND-IDX
087700         IF INS-COURSE-CODE (INS-IDX) NOT = TSH-COURSE-CODE-IN
087710             MOVE 'N' TO TAR-FOUND-SW
087720         END-IF
087730     END-IF
087740     IF TAR-FOUND-SW = 'N'
087750         ADD 1 TO TAR-TSH-NOAPPT
087760         MOVE 'NO APPOINTMENT' TO TAR-TSH-TAG
087770         PERFORM 7350-TSH-EXCEPT THRU 7350-TSH-EXCEPT-EXIT
087780         GO TO 7310-READ-TIMESHEET-EXIT
087790     END-IF
087800     IF TSH-CERT-INS-IN NOT = OUT-IDX-INS-ID
087810         ADD 1 TO TAR-TSH-CERT
087820         MOVE 'CERTIFIER' TO TAR-TSH-TAG
087830         PERFORM 7350-TSH-EXCEPT THRU 7350-TSH-EXCEPT-EXIT
087840     END-IF
087850     PERFORM 7315-FIND-INSTALLMENT THRU 7315-FIND-INSTALLMENT-EXIT
087860     IF TAR-PSL-FOUND-SUB = 0
087870         ADD 1 TO TAR-TSH-NOINST
087880         MOVE 'NO INSTALLMENT' TO TAR-TSH-TAG
087890         PERFORM 7350-TSH-EXCEPT THRU 7350-TSH-EXCEPT-EXIT
087900         GO TO 7310-READ-TIMESHEET-EXIT
087910     END-IF
087920     IF PSL-TSH-SW (TAR-PSL-FOUND-SUB) = 'Y'
087930         ADD 1 TO TAR-TSH-DUP
087940         MOVE 'DUPLICATE' TO TAR-TSH-TAG
087950         PERFORM 7350-TSH-EXCEPT THRU 7350-TSH-EXCEPT-EXIT
087960         GO TO 7310-READ-TIMESHEET-EXIT
087970     END-IF
087980     MOVE 'Y' TO PSL-TSH-SW (TAR-PSL-FOUND-SUB)
087990     COMPUTE TAR-TSH-EXP-HRS ROUNDED =
088000         INS-APPT-HOURS (INS-IDX) / TAR-PSL-PERIODS
088010     IF TSH-HOURS-IN = TAR-TSH-EXP-HRS
088020         ADD 1 TO TAR-TSH-OK
088030         GO TO 7310-READ-TIMESHEET-EXIT
088040     END-IF
088050     IF TSH-HOURS-IN > TAR-TSH-EXP-HRS
088060         COMPUTE TAR-TSH-DIFF-HRS = TSH-HOURS-IN - TAR-TSH-EXP-HRS
088070         ADD 1 TO TAR-TSH-OVER
088080         MOVE 'OVER-HOURS' TO TAR-TSH-TAG
088090         MOVE 'A' TO TAR-TSH-ADJ-FLAG
088100     ELSE
088110         COMPUTE TAR-TSH-DIFF-HRS = TAR-TSH-EXP-HRS - TSH-HOURS-IN
088120         ADD 1 TO TAR-TSH-UNDER
088130         MOVE 'UNDER-HOURS' TO TAR-TSH-TAG
088140         MOVE 'D' TO TAR-TSH-ADJ-FLAG
088150     END-IF
088160     PERFORM 4432-FIND-RATE THRU 4432-FIND-RATE-EXIT
088170     IF TAR-RTE-FOUND-SUB = 0
088180         ADD 1 TO TAR-TSH-NORATE
088190     ELSE
088200         COMPUTE TAR-TSH-ADJ-AMT ROUNDED =
088210             TAR-TSH-DIFF-HRS * RTE-RATE (TAR-RTE-FOUND-SUB)
088220     END-IF
088230     PERFORM 7350-TSH-EXCEPT THRU 7350-TSH-EXCEPT-EXIT
088240     IF TAR-TSH-ADJ-AMT > 0
088250         PERFORM 7320-WRITE-TSH-ADJ THRU 7320-WRITE-TSH-ADJ-EXIT
088260     END-IF.
088270 7310-READ-TIMESHEET-EXIT.
088280     EXIT.
088290
088300*-----------------------------------------------------------------
088310*    7315-FIND-INSTALLMENT -- INSTALLMENT ON PSL-TABLE FOR THE
088320*    TIMESHEET'S STUDENT, COURSE, TERM AND PERIOD, WITH THE
088330*    NUMBER OF INSTALLMENTS STILL SCHEDULED FOR THE APPOINTMENT
088340*    (STOPPED ONES LEFT OUT) IN TAR-PSL-PERIODS.
088350*-----------------------------------------------------------------
088360 7315-FIND-INSTALLMENT.
088370     MOVE 0 TO TAR-PSL-FOUND-SUB
088380     MOVE 0 TO TAR-PSL-PERIODS
088390     PERFORM 7316-CHK-INSTALLMENT THRU 7316-CHK-INSTALLMENT-EXIT
088400         VARYING TAR-PSL-SUB FROM 1 BY 1
088410         UNTIL TAR-PSL-SUB > TAR-PSL-COUNT.
088420 7315-FIND-INSTALLMENT-EXIT.
088430     EXIT.
088440
088450 7316-CHK-INSTALLMENT.
088460     IF PSL-STUDENT-ID (TAR-PSL-SUB) NOT = TSH-STUDENT-ID-IN
088470         OR PSL-COURSE-CODE (TAR-PSL-SUB) NOT = TSH-COURSE-CODE-IN
088480         OR PSL-TERM-CODE (TAR-PSL-SUB) NOT = TSH-TERM-CODE-IN
088490         OR PSL-CANCEL-SW (TAR-PSL-SUB) = 'Y'
088500         GO TO 7316-CHK-INSTALLMENT-EXIT
088510     END-IF
088520     ADD 1 TO TAR-PSL-PERIODS
088530     IF TAR-PSL-FOUND-SUB = 0
088540         AND PSL-PERIOD-NO (TAR-PSL-SUB) = TSH-PERIOD-NO-IN
088550         MOVE TAR-PSL-SUB TO TAR-PSL-FOUND-SUB
088560     END-IF.
088570 7316-CHK-INSTALLMENT-EXIT.
088580     EXIT.
088590
088600*-----------------------------------------------------------------
088610*    7320-WRITE-TSH-ADJ -- ONE ADJUSTMENT RECORD FOR THE NEXT PAY
088620*    CYCLE, BUILT IN SCHEDULE-RECORD THE WAY 5065-SCHED-CANCEL
088630*    BUILDS ITS MARKER. THE PERIOD NUMBER AND DATE ARE THOSE OF
088640*    THE INSTALLMENT BEING CORRECTED.
088650*-----------------------------------------------------------------
088660 7320-WRITE-TSH-ADJ.
088670     MOVE TSH-STUDENT-ID-IN  TO SCH-STUDENT-ID
088680     MOVE TSH-COURSE-CODE-IN TO SCH-COURSE-CODE
088690     MOVE TSH-TERM-CODE-IN   TO SCH-TERM-CODE
088700     MOVE TSH-PERIOD-NO-IN   TO SCH-PERIOD-NO
088710     MOVE PSL-PERIOD-DATE (TAR-PSL-FOUND-SUB) TO SCH-PERIOD-DATE
088720     MOVE TAR-TSH-ADJ-AMT    TO SCH-AMOUNT
088730     MOVE TAR-TSH-ADJ-FLAG   TO SCH-PRORATE-FLAG
088740     WRITE TIMESHEET-ADJ-RECORD FROM SCHEDULE-RECORD
088750     ADD 1 TO TAR-TSA-CNT
088760     IF TAR-TSH-ADJ-FLAG = 'A'
088770         ADD TAR-TSH-ADJ-AMT TO TAR-TSH-TOPUP-AMT
088780     ELSE
088790         ADD TAR-TSH-ADJ-AMT TO TAR-TSH-CLAWBK-AMT
088800     END-IF.
088810 7320-WRITE-TSH-ADJ-EXIT.
088820     EXIT.
088830
088840*-----------------------------------------------------------------
088850*    7330-CHK-MISSING -- AN INSTALLMENT WHOSE PERIOD DATE HAS
088860*    ALREADY COME, SO PAYROLL HAS PAID IT, BUT FOR WHICH NO
088870*    TIMESHEET ARRIVED. A STOPPED INSTALLMENT IS SKIPPED, AND SO
088880*    IS ONE WHOSE STUDENT NO LONGER HOLDS THAT COURSE FOR THE TERM
088890*    ON OUTPUT_IDX.DAT -- THE SAME TEST 7310 APPLIES TO A
088900*    TIMESHEET -- SINCE NO INSTRUCTOR WILL CERTIFY HOURS FOR AN
088910*    APPOINTMENT THAT HAS GONE.
088920*-----------------------------------------------------------------
088930 7330-CHK-MISSING.
088940     IF PSL-TSH-SW (TAR-PSL-SUB) = 'Y'
088950         OR PSL-PERIOD-DATE (TAR-PSL-SUB) > TAR-TSH-TODAY
088960         OR PSL-CANCEL-SW (TAR-PSL-SUB) = 'Y'
088970         GO TO 7330-CHK-MISSING-EXIT
088980     END-IF
088990     MOVE 'N' TO TAR-FOUND-SW
089000     MOVE PSL-STUDENT-ID (TAR-PSL-SUB) TO OUT-IDX-CAN-ID
089010     MOVE PSL-TERM-CODE (TAR-PSL-SUB)  TO OUT-IDX-TERM-CODE
089020     READ OUTFILE-IDX
089030         INVALID KEY
089040             CONTINUE
089050         NOT INVALID KEY
089060             MOVE OUT-IDX-INS-ID TO TAR-TARGET-INS
089070             PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
089080     END-READ
089090     IF TAR-FOUND-SW = 'Y'
089100         SET INS-IDX TO TAR-INS-FOUND-IDX
089110         IF INS-COURSE-CODE (INS-IDX)
089120             NOT = PSL-COURSE-CODE (TAR-PSL-SUB)
089130             MOVE 'N' TO TAR-FOUND-SW
089140         END-IF
089150     END-IF
089160     IF TAR-FOUND-SW = 'N'
089170         GO TO 7330-CHK-MISSING-EXIT
089180     END-IF
089190     ADD 1 TO TAR-TSH-MISSING
089200     ADD 1 TO TAR-TSH-EXCEPT
089210     MOVE PSL-AMOUNT (TAR-PSL-SUB) TO TAR-EDIT-AMT
089220     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089230     STRING 'MISSING        ' PSL-TERM-CODE (TAR-PSL-SUB)
089240         ' ' PSL-STUDENT-ID (TAR-PSL-SUB)
089250         ' ' PSL-COURSE-CODE (TAR-PSL-SUB)
089260         ' PERIOD=' PSL-PERIOD-NO (TAR-PSL-SUB)
089270         ' PAID=' PSL-PERIOD-DATE (TAR-PSL-SUB)
089280         ' AMOUNT=' TAR-EDIT-AMT
089290         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089300     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT.
089310 7330-CHK-MISSING-EXIT.
089320     EXIT.
089330
089340*-----------------------------------------------------------------
089350*    7350-TSH-EXCEPT -- ONE EXCEPTION LINE FOR THE CURRENT
089360*    TIMESHEET UNDER THE TAG IN TAR-TSH-TAG.
089370*-----------------------------------------------------------------
089380 7350-TSH-EXCEPT.
089390     ADD 1 TO TAR-TSH-EXCEPT
089400     MOVE TSH-HOURS-IN    TO TAR-TSH-EDIT-HRS
089410     MOVE TAR-TSH-EXP-HRS TO TAR-TSH-EDIT-EXP
089420     MOVE TAR-TSH-ADJ-AMT TO TAR-EDIT-AMT
089430     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089440     STRING TAR-TSH-TAG ' ' TSH-TERM-CODE-IN
089450         ' ' TSH-STUDENT-ID-IN ' ' TSH-COURSE-CODE-IN
089460         ' PERIOD=' TSH-PERIOD-NO-IN
089470         ' CERTIFIED=' TAR-TSH-EDIT-HRS
089480         ' APPOINTED=' TAR-TSH-EDIT-EXP
089490         ' BY=' TSH-CERT-INS-IN
089500         ' ADJ=' TAR-EDIT-AMT
089510         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089520     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT.
089530 7350-TSH-EXCEPT-EXIT.
089540     EXIT.
089550
089560 7370-WRITE-TSH-SUM.
089570     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089580     STRING 'TIMESHEETS READ           : ' TAR-TSH-READ
089590         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089600     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089610     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089620     STRING 'HOURS AS APPOINTED        : ' TAR-TSH-OK
089630         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089640     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089650     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089660     STRING 'OVER-HOURS                : ' TAR-TSH-OVER
089670         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089680     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089690     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089700     STRING 'UNDER-HOURS               : ' TAR-TSH-UNDER
089710         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089720     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089730     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089740     STRING 'NO APPOINTMENT            : ' TAR-TSH-NOAPPT
089750         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089760     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089770     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089780     STRING 'NO INSTALLMENT FOR PERIOD : ' TAR-TSH-NOINST
089790         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089800     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089810     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089820     STRING 'DUPLICATE TIMESHEETS      : ' TAR-TSH-DUP
089830         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089840     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089850     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089860     STRING 'CERTIFIED BY OTHER INSTR  : ' TAR-TSH-CERT
089870         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089880     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089890     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089900     STRING 'BAD RECORDS               : ' TAR-TSH-BAD
089910         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089920     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089930     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089940     STRING 'MISSING FOR PAID PERIODS  : ' TAR-TSH-MISSING
089950         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
089960     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
089970     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
089980     STRING 'NO RATE ON FILE           : ' TAR-TSH-NORATE
089990         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
090000     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
090010     MOVE TAR-TSH-TOPUP-AMT TO TAR-EDIT-AMT
090020     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
090030     STRING 'TOP-UPS TO PAY            : ' TAR-EDIT-AMT
090040         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
090050     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT
090060     MOVE TAR-TSH-CLAWBK-AMT TO TAR-EDIT-AMT
090070     MOVE SPACES TO TIMESHEET-EXCEPT-RECORD
090080     STRING 'CLAW-BACKS TO RECOVER     : ' TAR-EDIT-AMT
090090         DELIMITED BY SIZE INTO TIMESHEET-EXCEPT-RECORD
090100     PERFORM 7390-PUT-TSH THRU 7390-PUT-TSH-EXIT.
090110 7370-WRITE-TSH-SUM-EXIT.
090120     EXIT.
090130
090140 7390-PUT-TSH.
090150     WRITE TIMESHEET-EXCEPT-RECORD
090160     ADD 1 TO TAR-TSX-CNT.
090170 7390-PUT-TSH-EXIT.
090180     EXIT.
090190
090200*=================================================================
090210*    7400-EVALS-MODE -- POST END-OF-TERM TA EVALUATIONS TO THE
090220*    ASSIGNMENT-HISTORY ARCHIVE. EACH LINE OF EVALUATIONS.TXT IS
090230*    ONE INSTRUCTOR'S EVALUATION OF ONE CANDIDATE FOR ONE TERM
090240*    (RATING 1-5, REHIRE Y/N, COMMENT CODE). IT IS CHECKED
090250*    AGAINST THE CANDIDATE'S ARCHIVED APPOINTMENT FOR THAT TERM
090260*    FROM THE LATEST RUN SEQUENCE THAT HOLDS ONE, AND REJECTED
090270*    WHEN THERE IS NO SUCH APPOINTMENT OR IT WAS WITH ANOTHER
090280*    INSTRUCTOR. AN ACCEPTED EVALUATION IS REWRITTEN ONTO THAT
090290*    HISTORY RECORD, REPLACING ANY EARLIER ONE; HISTORY MODE
090300*    SHOWS IT, AND 2165-LOAD-NO-REHIRE TURNS A REHIRE=N INTO A
090310*    BARRED PAIR FOR EVERY LATER MATCH. EVAL_REPORT.TXT LISTS
090320*    EVERY EVALUATION'S FATE. EVAL_DEPT_REPORT.TXT LISTS, BY HOME
090330*    DEPARTMENT FROM THE CANDIDATE MASTER, EVERY CANDIDATE WHOSE
090340*    AVERAGE RATING OVER ALL ARCHIVED EVALUATIONS IS BELOW
090350*    EVAL-MIN (RUNPARMS.TXT, DEFAULT 3.00). ANY REJECT SETS
090360*    RETURN-CODE 4; NO FEED OR NO ARCHIVE STOPS THE RUN WITH 16.
090370*=================================================================
090380 7400-EVALS-MODE.
090390     PERFORM 7405-LOAD-EVALS THRU 7405-LOAD-EVALS-EXIT
090400     IF TAR-EVL-EOF-SW = 'X'
090410         MOVE 16 TO RETURN-CODE
090420         GO TO 7400-EVALS-MODE-EXIT
090430     END-IF
090440     OPEN I-O ASSIGN-HISTORY
090450     IF NOT HIS-FS-OK
090460         DISPLAY 'ASSIGN-HISTORY NOT AVAILABLE, STATUS=' HIS-FS
090470         DISPLAY 'EVALS STOPPED: NO ARCHIVE TO POST TO'
090480         MOVE 16 TO RETURN-CODE
090490         GO TO 7400-EVALS-MODE-EXIT
090500     END-IF
090510     OPEN OUTPUT EVAL-REPORT
090520     IF NOT EVR-FS-OK
090530         DISPLAY 'ERROR OPENING EVAL-REPORT FILE, STATUS=' EVR-FS
090540         CLOSE ASSIGN-HISTORY
090550         MOVE 16 TO RETURN-CODE
090560         GO TO 7400-EVALS-MODE-EXIT
090570     END-IF
090580     MOVE 0 TO TAR-EVR-CNT
090590     WRITE EVAL-REPORT-RECORD FROM HDR-RECORD
090600     MOVE 'N' TO TAR-HIS-EOF-SW
090610     PERFORM 7410-SCAN-HISTORY THRU 7410-SCAN-HISTORY-EXIT
090620         UNTIL TAR-HIS-EOF-SW = 'Y'
090630     PERFORM 7420-POST-EVAL THRU 7420-POST-EVAL-EXIT
090640         VARYING TAR-EVL-SUB FROM 1 BY 1
090650         UNTIL TAR-EVL-SUB > TAR-EVL-COUNT
090660     CLOSE ASSIGN-HISTORY
090670     PERFORM 7470-WRITE-EVAL-SUM THRU 7470-WRITE-EVAL-SUM-EXIT
090680     MOVE TAR-EVR-CNT TO TRL-COUNT
090690     WRITE EVAL-REPORT-RECORD FROM TRL-RECORD
090700     CLOSE EVAL-REPORT
090710     PERFORM 7450-EVAL-DEPT-RPT THRU 7450-EVAL-DEPT-RPT-EXIT
090720     DISPLAY 'EVALS: READ=' TAR-EVL-READ
090730         ' ACCEPTED=' TAR-EVL-ACCEPTED
090740         ' REJECTED=' TAR-EVL-REJECTS
090750         ' BELOW EVAL-MIN=' TAR-EVL-LOW
090760     IF TAR-EVL-REJECTS > 0
090770         MOVE 4 TO RETURN-CODE
090780     END-IF.
090790 7400-EVALS-MODE-EXIT.
090800     EXIT.
090810
090820*-----------------------------------------------------------------
090830*    7405-LOAD-EVALS -- LOAD EVALUATIONS.TXT (ONE TERM ONLY WHEN
090840*    TERM= IS GIVEN) INTO EVL-TABLE. A LINE WITH A MISSING ID, A
090850*    RATING OUTSIDE 1-5 OR A REHIRE FLAG OTHER THAN Y/N IS KEPT
090860*    WITH STATUS 'B' SO 7420 REPORTS IT. TAR-EVL-EOF-SW COMES
090870*    BACK 'X' WHEN THE FILE CANNOT BE OPENED.
090880*-----------------------------------------------------------------
090890 7405-LOAD-EVALS.
090900     MOVE 0 TO TAR-EVL-COUNT
090910     MOVE 0 TO TAR-EVL-REC-NO
090920     MOVE 0 TO TAR-EVL-READ
090930     OPEN INPUT EVALUATIONS
090940     IF NOT EVL-FS-OK
090950         DISPLAY 'ERROR OPENING EVALUATIONS FILE, STATUS=' EVL-FS
090960         MOVE 'X' TO TAR-EVL-EOF-SW
090970         GO TO 7405-LOAD-EVALS-EXIT
090980     END-IF
090990     MOVE 'N' TO TAR-EVL-EOF-SW
091000     PERFORM 7406-READ-EVAL THRU 7406-READ-EVAL-EXIT
091010         UNTIL TAR-EVL-EOF-SW = 'Y'
091020     CLOSE EVALUATIONS.
091030 7405-LOAD-EVALS-EXIT.
091040     EXIT.
091050
091060 7406-READ-EVAL.
091070     READ EVALUATIONS INTO EVALUATION-RECORD-IN
091080     IF EVL-FS-EOF
091090         MOVE 'Y' TO TAR-EVL-EOF-SW
091100         GO TO 7406-READ-EVAL-EXIT
091110     END-IF
091120     IF NOT EVL-FS-OK
091130         DISPLAY 'EVALUATIONS READ ERROR, STATUS=' EVL-FS
091140         MOVE 'Y' TO TAR-EVL-EOF-SW
091150         GO TO 7406-READ-EVAL-EXIT
091160     END-IF
091170     ADD 1 TO TAR-EVL-REC-NO
091180     IF TAR-TERM-FILTER NOT = SPACES
091190         AND EVL-TERM-CODE-IN NOT = TAR-TERM-FILTER
091200         GO TO 7406-READ-EVAL-EXIT
091210     END-IF
091220     IF TAR-EVL-COUNT >= 2000
091230         DISPLAY 'EVALUATION TABLE FULL, EXTRA RECS SKIPPED'
091240         MOVE 'Y' TO TAR-EVL-EOF-SW
091250         GO TO 7406-READ-EVAL-EXIT
091260     END-IF
091270     ADD 1 TO TAR-EVL-COUNT
091280     ADD 1 TO TAR-EVL-READ
091290     MOVE EVL-CAN-ID-IN    TO EVL-CAN-ID (TAR-EVL-COUNT)
091300     MOVE EVL-TERM-CODE-IN TO EVL-TERM-CODE (TAR-EVL-COUNT)
091310     MOVE EVL-INS-ID-IN    TO EVL-INS-ID (TAR-EVL-COUNT)
091320     MOVE EVL-RATING-IN    TO EVL-RATING (TAR-EVL-COUNT)
091330     MOVE EVL-REHIRE-IN    TO EVL-REHIRE (TAR-EVL-COUNT)
091340     MOVE EVL-COMMENT-IN   TO EVL-COMMENT (TAR-EVL-COUNT)
091350     MOVE TAR-EVL-REC-NO   TO EVL-REC-NO (TAR-EVL-COUNT)
091360     MOVE 0      TO EVL-RUN-SEQ (TAR-EVL-COUNT)
091370     MOVE SPACES TO EVL-HIS-INS (TAR-EVL-COUNT)
091380     MOVE SPACE  TO EVL-STATUS (TAR-EVL-COUNT)
091390     IF EVL-CAN-ID-IN = SPACES
091400         OR EVL-INS-ID-IN = SPACES
091410         OR EVL-TERM-CODE-IN = SPACES
091420         OR EVL-RATING-IN IS NOT NUMERIC
091430         OR EVL-RATING-IN < 1
091440         OR EVL-RATING-IN > 5
091450         OR (EVL-REHIRE-IN NOT = 'Y' AND EVL-REHIRE-IN NOT = 'N')
091460         MOVE 'B' TO EVL-STATUS (TAR-EVL-COUNT)
091470     END-IF.
091480 7406-READ-EVAL-EXIT.
091490     EXIT.
091500
091510*-----------------------------------------------------------------
091520*    7410-SCAN-HISTORY -- ONE PASS OF THE ARCHIVE IN KEY ORDER
091530*    (RUN SEQUENCE FIRST), SO THE LAST RECORD SEEN FOR AN
091540*    EVALUATION'S CANDIDATE AND TERM IS THE LATEST APPOINTMENT.
091550*-----------------------------------------------------------------
091560 7410-SCAN-HISTORY.
091570     READ ASSIGN-HISTORY NEXT RECORD
091580         AT END
091590             MOVE 'Y' TO TAR-HIS-EOF-SW
091600             GO TO 7410-SCAN-HISTORY-EXIT
091610     END-READ
091620     PERFORM 7411-MATCH-EVAL THRU 7411-MATCH-EVAL-EXIT
091630         VARYING TAR-EVL-SUB FROM 1 BY 1
091640         UNTIL TAR-EVL-SUB > TAR-EVL-COUNT.
091650 7410-SCAN-HISTORY-EXIT.
091660     EXIT.
091670
091680 7411-MATCH-EVAL.
091690     IF EVL-CAN-ID (TAR-EVL-SUB) = HIS-CAN-ID
091700         AND EVL-TERM-CODE (TAR-EVL-SUB) = HIS-TERM-CODE
091710         AND HIS-RUN-SEQ NOT < EVL-RUN-SEQ (TAR-EVL-SUB)
091720         MOVE HIS-RUN-SEQ TO EVL-RUN-SEQ (TAR-EVL-SUB)
091730         MOVE HIS-INS-ID  TO EVL-HIS-INS (TAR-EVL-SUB)
091740     END-IF.
091750 7411-MATCH-EVAL-EXIT.
091760     EXIT.
091770
091780*-----------------------------------------------------------------
091790*    7420-POST-EVAL -- VALIDATE ONE EVALUATION AND, IF IT STANDS,
091800*    REWRITE IT ONTO ITS HISTORY RECORD. A SECOND EVALUATION OF
091810*    THE SAME APPOINTMENT IN ONE FEED IS A DUPLICATE; ONE IN A
091820*    LATER FEED REPLACES THE EARLIER ONE AND IS COUNTED AS SUCH.
091830*-----------------------------------------------------------------
091840 7420-POST-EVAL.
091850     IF EVL-STATUS (TAR-EVL-SUB) = 'B'
091860         ADD 1 TO TAR-EVL-BAD
091870         MOVE 'BAD RECORD' TO TAR-EVL-TAG
091880         PERFORM 7430-EVAL-REJECT THRU 7430-EVAL-REJECT-EXIT
091890         GO TO 7420-POST-EVAL-EXIT
091900     END-IF
091910     IF EVL-RUN-SEQ (TAR-EVL-SUB) = 0
091920         ADD 1 TO TAR-EVL-NOASG
091930         MOVE 'NO ASSIGNMENT' TO TAR-EVL-TAG
091940         PERFORM 7430-EVAL-REJECT THRU 7430-EVAL-REJECT-EXIT
091950         GO TO 7420-POST-EVAL-EXIT
091960     END-IF
091970     IF EVL-HIS-INS (TAR-EVL-SUB) NOT = EVL-INS-ID (TAR-EVL-SUB)
091980         ADD 1 TO TAR-EVL-WRONGINS
091990         MOVE 'OTHER INSTR' TO TAR-EVL-TAG
092000         PERFORM 7430-EVAL-REJECT THRU 7430-EVAL-REJECT-EXIT
092010         GO TO 7420-POST-EVAL-EXIT
092020     END-IF
092030     MOVE 'N' TO TAR-EVL-DUP-SW
092040     PERFORM 7421-CHK-EVAL-DUP THRU 7421-CHK-EVAL-DUP-EXIT
092050         VARYING TAR-EVL-PRV-SUB FROM 1 BY 1
092060         UNTIL TAR-EVL-PRV-SUB NOT < TAR-EVL-SUB
092070     IF TAR-EVL-DUP-SW = 'Y'
092080         ADD 1 TO TAR-EVL-DUP
092090         MOVE 'DUPLICATE' TO TAR-EVL-TAG
092100         PERFORM 7430-EVAL-REJECT THRU 7430-EVAL-REJECT-EXIT
092110         GO TO 7420-POST-EVAL-EXIT
092120     END-IF
092130     MOVE EVL-RUN-SEQ (TAR-EVL-SUB)   TO HIS-RUN-SEQ
092140     MOVE EVL-CAN-ID (TAR-EVL-SUB)    TO HIS-CAN-ID
092150     MOVE EVL-TERM-CODE (TAR-EVL-SUB) TO HIS-TERM-CODE
092160     READ ASSIGN-HISTORY
092170         INVALID KEY
092180             ADD 1 TO TAR-EVL-NOASG
092190             MOVE 'NO ASSIGNMENT' TO TAR-EVL-TAG
092200             PERFORM 7430-EVAL-REJECT THRU 7430-EVAL-REJECT-EXIT
092210             GO TO 7420-POST-EVAL-EXIT
092220     END-READ
092230     IF HIS-EVAL-RATING IS NUMERIC
092240         AND HIS-EVAL-RATING > 0
092250         ADD 1 TO TAR-EVL-REPLACED
092260     END-IF
092270     MOVE EVL-RATING (TAR-EVL-SUB)  TO HIS-EVAL-RATING
092280     MOVE EVL-REHIRE (TAR-EVL-SUB)  TO HIS-EVAL-REHIRE
092290     MOVE EVL-COMMENT (TAR-EVL-SUB) TO HIS-EVAL-COMMENT
092300     REWRITE HISTORY-RECORD
092310         INVALID KEY
092320             MOVE 'REWRITE FAILED' TO TAR-EVL-TAG
092330             PERFORM 7430-EVAL-REJECT THRU 7430-EVAL-REJECT-EXIT
092340             GO TO 7420-POST-EVAL-EXIT
092350     END-REWRITE
092360     MOVE 'A' TO EVL-STATUS (TAR-EVL-SUB)
092370     ADD 1 TO TAR-EVL-ACCEPTED
092380     IF EVL-REHIRE (TAR-EVL-SUB) = 'N'
092390         ADD 1 TO TAR-EVL-NOREHIRE
092400     END-IF
092410     MOVE SPACES TO EVAL-REPORT-RECORD
092420     STRING 'ACCEPTED       ' EVL-CAN-ID (TAR-EVL-SUB)
092430         ' ' EVL-TERM-CODE (TAR-EVL-SUB)
092440         ' ' EVL-INS-ID (TAR-EVL-SUB)
092450         ' RUN=' EVL-RUN-SEQ (TAR-EVL-SUB)
092460         ' RATING=' EVL-RATING (TAR-EVL-SUB)
092470         ' REHIRE=' EVL-REHIRE (TAR-EVL-SUB)
092480         ' COMMENT=' EVL-COMMENT (TAR-EVL-SUB)
092490         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
092500     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT.
092510 7420-POST-EVAL-EXIT.
092520     EXIT.
092530
092540 7421-CHK-EVAL-DUP.
092550     IF EVL-STATUS (TAR-EVL-PRV-SUB) = 'A'
092560         AND EVL-CAN-ID (TAR-EVL-PRV-SUB)
092570             = EVL-CAN-ID (TAR-EVL-SUB)
092580         AND EVL-TERM-CODE (TAR-EVL-PRV-SUB)
092590             = EVL-TERM-CODE (TAR-EVL-SUB)
092600         MOVE 'Y' TO TAR-EVL-DUP-SW
092610     END-IF.
092620 7421-CHK-EVAL-DUP-EXIT.
092630     EXIT.
092640
092650 7430-EVAL-REJECT.
092660     ADD 1 TO TAR-EVL-REJECTS
092670     MOVE SPACES TO EVAL-REPORT-RECORD
092680     STRING TAR-EVL-TAG ' ' EVL-CAN-ID (TAR-EVL-SUB)
092690         ' ' EVL-TERM-CODE (TAR-EVL-SUB)
092700         ' ' EVL-INS-ID (TAR-EVL-SUB)
092710         ' REC=' EVL-REC-NO (TAR-EVL-SUB)
092720         ' ARCHIVED INSTR=' EVL-HIS-INS (TAR-EVL-SUB)
092730         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
092740     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT.
092750 7430-EVAL-REJECT-EXIT.
092760     EXIT.
092770
092780*-----------------------------------------------------------------
092790*    7450-EVAL-DEPT-RPT -- AVERAGE EVERY CANDIDATE'S ARCHIVED
092800*    RATINGS (ALL TERMS, NOT ONLY THIS FEED) AND LIST THOSE BELOW
092810*    EVAL-MIN UNDER THEIR HOME DEPARTMENT, DEPARTMENTS IN THE
092820*    ORDER THEY ARE FIRST MET.
092830*-----------------------------------------------------------------
092840 7450-EVAL-DEPT-RPT.
092850     MOVE 0 TO TAR-ERT-COUNT
092860     MOVE 0 TO TAR-EDP-COUNT
092870     MOVE 0 TO TAR-EVL-LOW
092880     MOVE 'N' TO TAR-ERT-FULL-SW
092890     OPEN INPUT ASSIGN-HISTORY
092900     IF NOT HIS-FS-OK
092910         DISPLAY 'ASSIGN-HISTORY NOT AVAILABLE, STATUS=' HIS-FS
092920         GO TO 7450-EVAL-DEPT-RPT-EXIT
092930     END-IF
092940     MOVE 'N' TO TAR-HIS-EOF-SW
092950     PERFORM 7451-TALLY-RATING THRU 7451-TALLY-RATING-EXIT
092960         UNTIL TAR-HIS-EOF-SW = 'Y'
092970     CLOSE ASSIGN-HISTORY
092980     OPEN OUTPUT EVAL-DEPT-REPORT
092990     IF NOT EVD-FS-OK
093000         DISPLAY 'ERROR OPENING EVAL-DEPT-REPORT FILE, STATUS='
093010             EVD-FS
093020         GO TO 7450-EVAL-DEPT-RPT-EXIT
093030     END-IF
093040     MOVE 0 TO TAR-EVD-CNT
093050     WRITE EVAL-DEPT-RECORD FROM HDR-RECORD
093060     MOVE TAR-EVAL-MIN TO TAR-EDIT-AVG
093070     MOVE SPACES TO EVAL-DEPT-RECORD
093080     STRING 'CANDIDATES WITH AVERAGE RATING BELOW ' TAR-EDIT-AVG
093090         DELIMITED BY SIZE INTO EVAL-DEPT-RECORD
093100     PERFORM 7495-PUT-EVD THRU 7495-PUT-EVD-EXIT
093110     PERFORM 4500-OPEN-MASTERS THRU 4500-OPEN-MASTERS-EXIT
093120     PERFORM 7453-CHK-LOW-CAN THRU 7453-CHK-LOW-CAN-EXIT
093130         VARYING TAR-ERT-SUB FROM 1 BY 1
093140         UNTIL TAR-ERT-SUB > TAR-ERT-COUNT
093150     PERFORM 4520-CLOSE-MASTERS THRU 4520-CLOSE-MASTERS-EXIT
093160     PERFORM 7455-DEPT-SECTION THRU 7455-DEPT-SECTION-EXIT
093170         VARYING TAR-EDP-SUB FROM 1 BY 1
093180         UNTIL TAR-EDP-SUB > TAR-EDP-COUNT
093190     MOVE SPACES TO EVAL-DEPT-RECORD
093200     STRING 'CANDIDATES EVALUATED      : ' TAR-ERT-COUNT
093210         DELIMITED BY SIZE INTO EVAL-DEPT-RECORD
093220     PERFORM 7495-PUT-EVD THRU 7495-PUT-EVD-EXIT
093230     MOVE SPACES TO EVAL-DEPT-RECORD
093240     STRING 'BELOW EVAL-MIN            : ' TAR-EVL-LOW
093250         DELIMITED BY SIZE INTO EVAL-DEPT-RECORD
093260     PERFORM 7495-PUT-EVD THRU 7495-PUT-EVD-EXIT
093270     MOVE TAR-EVD-CNT TO TRL-COUNT
093280     WRITE EVAL-DEPT-RECORD FROM TRL-RECORD
093290     CLOSE EVAL-DEPT-REPORT.
093300 7450-EVAL-DEPT-RPT-EXIT.
093310     EXIT.
093320
093330 7451-TALLY-RATING.
093340     READ ASSIGN-HISTORY NEXT RECORD
093350         AT END
093360             MOVE 'Y' TO TAR-HIS-EOF-SW
093370             GO TO 7451-TALLY-RATING-EXIT
093380     END-READ
093390     IF HIS-EVAL-RATING IS NOT NUMERIC
093400         OR HIS-EVAL-RATING = 0
093410         GO TO 7451-TALLY-RATING-EXIT
093420     END-IF
093430     MOVE 0 TO TAR-ERT-FOUND-SUB
093440     PERFORM 7452-CHK-ERT THRU 7452-CHK-ERT-EXIT
093450         VARYING TAR-ERT-SUB FROM 1 BY 1
093460         UNTIL TAR-ERT-SUB > TAR-ERT-COUNT
093470            OR TAR-ERT-FOUND-SUB > 0
093480     IF TAR-ERT-FOUND-SUB = 0
093490         IF TAR-ERT-COUNT >= 3000
093500             IF TAR-ERT-FULL-SW = 'N'
093510                 DISPLAY 'RATING TABLE FULL, '
093520                     'EXTRA CANDIDATES SKIPPED'
093530                 MOVE 'Y' TO TAR-ERT-FULL-SW
093540             END-IF
093550             GO TO 7451-TALLY-RATING-EXIT
093560         END-IF
093570         ADD 1 TO TAR-ERT-COUNT
093580         MOVE TAR-ERT-COUNT TO TAR-ERT-FOUND-SUB
093590         MOVE HIS-CAN-ID TO ERT-CAN-ID (TAR-ERT-FOUND-SUB)
093600         MOVE 0 TO ERT-SUM (TAR-ERT-FOUND-SUB)
093610         MOVE 0 TO ERT-CNT (TAR-ERT-FOUND-SUB)
093620         MOVE 0 TO ERT-NORH-CNT (TAR-ERT-FOUND-SUB)
093630     END-IF
093640     ADD HIS-EVAL-RATING TO ERT-SUM (TAR-ERT-FOUND-SUB)
093650     ADD 1 TO ERT-CNT (TAR-ERT-FOUND-SUB)
093660     IF HIS-EVAL-REHIRE = 'N'
093670         ADD 1 TO ERT-NORH-CNT (TAR-ERT-FOUND-SUB)
093680     END-IF.
093690 7451-TALLY-RATING-EXIT.
093700     EXIT.
093710
093720 7452-CHK-ERT.
093730     IF ERT-CAN-ID (TAR-ERT-SUB) = HIS-CAN-ID
093740         MOVE TAR-ERT-SUB TO TAR-ERT-FOUND-SUB
093750     END-IF.
093760 7452-CHK-ERT-EXIT.
093770     EXIT.
093780
093790*-----------------------------------------------------------------
093800*    7453-CHK-LOW-CAN -- AVERAGE ONE CANDIDATE; ONE BELOW
093810*    EVAL-MIN GETS ITS NAME AND DEPARTMENT FROM THE CANDIDATE
093820*    MASTER AND ITS DEPARTMENT ON EDP-TABLE. ERT-DEPT STAYS BLANK
093830*    FOR EVERY CANDIDATE AT OR ABOVE THE THRESHOLD.
093840*-----------------------------------------------------------------
093850 7453-CHK-LOW-CAN.
093860     COMPUTE ERT-AVG (TAR-ERT-SUB) ROUNDED =
093870         ERT-SUM (TAR-ERT-SUB) / ERT-CNT (TAR-ERT-SUB)
093880     MOVE SPACES TO ERT-DEPT (TAR-ERT-SUB)
093890     MOVE SPACES TO ERT-NAME (TAR-ERT-SUB)
093900     IF ERT-AVG (TAR-ERT-SUB) NOT < TAR-EVAL-MIN
093910         GO TO 7453-CHK-LOW-CAN-EXIT
093920     END-IF
093930     ADD 1 TO TAR-EVL-LOW
093940     MOVE ERT-CAN-ID (TAR-ERT-SUB) TO CMS-ID
093950     PERFORM 4510-LOOKUP-CAN-MST THRU 4510-LOOKUP-CAN-MST-EXIT
093960     MOVE TAR-MST-NAME TO ERT-NAME (TAR-ERT-SUB)
093970     IF TAR-MST-FOUND-SW = 'N'
093980         MOVE '*NO MASTER RECORD*' TO ERT-DEPT (TAR-ERT-SUB)
093990     ELSE
094000         IF TAR-MST-DEPT = SPACES
094010             MOVE '*NO DEPARTMENT*' TO ERT-DEPT (TAR-ERT-SUB)
094020         ELSE
094030             MOVE TAR-MST-DEPT TO ERT-DEPT (TAR-ERT-SUB)
094040         END-IF
094050     END-IF
094060     MOVE 'N' TO TAR-EDP-FOUND-SW
094070     PERFORM 7454-CHK-EDP THRU 7454-CHK-EDP-EXIT
094080         VARYING TAR-EDP-SUB FROM 1 BY 1
094090         UNTIL TAR-EDP-SUB > TAR-EDP-COUNT
094100     IF TAR-EDP-FOUND-SW = 'N'
094110         IF TAR-EDP-COUNT < 100
094120             ADD 1 TO TAR-EDP-COUNT
094130             MOVE ERT-DEPT (TAR-ERT-SUB)
094140                 TO EDP-DEPT (TAR-EDP-COUNT)
094150         ELSE
094160             DISPLAY 'DEPARTMENT TABLE FULL, '
094170                 ERT-CAN-ID (TAR-ERT-SUB) ' NOT LISTED'
094180         END-IF
094190     END-IF.
094200 7453-CHK-LOW-CAN-EXIT.
094210     EXIT.
094220
094230 7454-CHK-EDP.
094240     IF EDP-DEPT (TAR-EDP-SUB) = ERT-DEPT (TAR-ERT-SUB)
094250         MOVE 'Y' TO TAR-EDP-FOUND-SW
094260     END-IF.
094270 7454-CHK-EDP-EXIT.
094280     EXIT.
094290
094300 7455-DEPT-SECTION.
094310     MOVE SPACES TO EVAL-DEPT-RECORD
094320     STRING 'DEPARTMENT ' EDP-DEPT (TAR-EDP-SUB)
094330         DELIMITED BY SIZE INTO EVAL-DEPT-RECORD
094340     PERFORM 7495-PUT-EVD THRU 7495-PUT-EVD-EXIT
094350     PERFORM 7456-DEPT-CAN THRU 7456-DEPT-CAN-EXIT
094360         VARYING TAR-ERT-SUB FROM 1 BY 1
094370         UNTIL TAR-ERT-SUB > TAR-ERT-COUNT.
094380 7455-DEPT-SECTION-EXIT.
094390     EXIT.
094400
094410 7456-DEPT-CAN.
094420     IF ERT-DEPT (TAR-ERT-SUB) NOT = EDP-DEPT (TAR-EDP-SUB)
094430         GO TO 7456-DEPT-CAN-EXIT
094440     END-IF
094450     MOVE ERT-AVG (TAR-ERT-SUB) TO TAR-EDIT-AVG
094460     MOVE SPACES TO EVAL-DEPT-RECORD
094470     STRING '  ' ERT-CAN-ID (TAR-ERT-SUB)
094480         ' ' ERT-NAME (TAR-ERT-SUB)
094490         ' EVALS=' ERT-CNT (TAR-ERT-SUB)
094500         ' AVG=' TAR-EDIT-AVG
094510         ' REHIRE=N:' ERT-NORH-CNT (TAR-ERT-SUB)
094520         DELIMITED BY SIZE INTO EVAL-DEPT-RECORD
094530     PERFORM 7495-PUT-EVD THRU 7495-PUT-EVD-EXIT.
094540 7456-DEPT-CAN-EXIT.
094550     EXIT.
094560
094570 7470-WRITE-EVAL-SUM.
094580     MOVE SPACES TO EVAL-REPORT-RECORD
094590     STRING 'EVALUATIONS READ          : ' TAR-EVL-READ
094600         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094610     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT
094620     MOVE SPACES TO EVAL-REPORT-RECORD
094630     STRING 'ACCEPTED                  : ' TAR-EVL-ACCEPTED
094640         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094650     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT
094660     MOVE SPACES TO EVAL-REPORT-RECORD
094670     STRING 'REPLACING EARLIER EVAL    : ' TAR-EVL-REPLACED
094680         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094690     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT
094700     MOVE SPACES TO EVAL-REPORT-RECORD
094710     STRING 'ACCEPTED WITH REHIRE=N    : ' TAR-EVL-NOREHIRE
094720         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094730     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT
094740     MOVE SPACES TO EVAL-REPORT-RECORD
094750     STRING 'BAD RECORDS               : ' TAR-EVL-BAD
094760         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094770     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT
094780     MOVE SPACES TO EVAL-REPORT-RECORD
094790     STRING 'NO ARCHIVED ASSIGNMENT    : ' TAR-EVL-NOASG
094800         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094810     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT
094820     MOVE SPACES TO EVAL-REPORT-RECORD
094830     STRING 'OTHER INSTRUCTOR          : ' TAR-EVL-WRONGINS
094840         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094850     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT
094860     MOVE SPACES TO EVAL-REPORT-RECORD
094870     STRING 'DUPLICATE IN FEED         : ' TAR-EVL-DUP
094880         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094890     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT
094900     MOVE SPACES TO EVAL-REPORT-RECORD
094910     STRING 'TOTAL REJECTED            : ' TAR-EVL-REJECTS
094920         DELIMITED BY SIZE INTO EVAL-REPORT-RECORD
094930     PERFORM 7490-PUT-EVAL THRU 7490-PUT-EVAL-EXIT.
094940 7470-WRITE-EVAL-SUM-EXIT.
094950     EXIT.
094960
094970 7490-PUT-EVAL.
094980     WRITE EVAL-REPORT-RECORD
094990     ADD 1 TO TAR-EVR-CNT.
095000 7490-PUT-EVAL-EXIT.
095010     EXIT.
095020
095030 7495-PUT-EVD.
095040     WRITE EVAL-DEPT-RECORD
095050     ADD 1 TO TAR-EVD-CNT.
095060 7495-PUT-EVD-EXIT.
095070     EXIT.
095080
095090*=================================================================
095100*    7500-SIMULATE-MODE -- WHAT-IF MATCHING RUN. THE INPUTS ARE
095110*    LOADED AND MATCHED EXACTLY AS A FULL RUN DOES IT (OVERRIDES,
095120*    TERM= REPLAY OF THE OTHER TERMS, 3000-MATCH WITH ITS
095130*    CLEARING ROUND), BUT UNDER THE KNOBS GIVEN ON THE COMMAND
095140*    LINE (MIN-GPA=, CLEARING=) AND WITH THE SLOT COUNTS IN THE
095150*    OPTIONAL SIM_SLOTS.TXT (INSTRUCTOR ID, NEW INS-NUM-SLOTS)
095160*    APPLIED OVER INSTRUCTORS.TXT. THE RESULT STAYS IN MEMORY AND
095170*    IS ONLY COMPARED WITH THE COMMITTED OUTPUT_IDX.DAT IN
095180*    SIM_REPORT.TXT: COURSE FILL CHANGES, CANDIDATES GAINED, LOST
095190*    OR MOVED, THE SPREAD OF CHOICE RANKS SATISFIED AND THE
095200*    STIPEND COST EITHER WAY FROM STIPEND_RATES.TXT. THE RUN
095210*    SEQUENCE, HISTORY ARCHIVE, CHECKPOINTS, AUDIT LOG, REJECT
095220*    FILE AND EVERY MATCH OUTPUT ARE LEFT UNTOUCHED (SEE THE
095230*    TAR-IS-SIMULATE GUARDS IN THE SHARED LOAD AND MATCH CODE).
095240*    A REJECTED SLOT-CHANGE LINE SETS RETURN-CODE 4; NO
095250*    COMMITTED MATCH OR NO REPORT FILE STOPS THE RUN WITH 16.
095260*=================================================================
095270 7500-SIMULATE-MODE.
095280     PERFORM 2000-LOAD-CAN THRU 2000-LOAD-CAN-EXIT
095290     PERFORM 2100-LOAD-INS THRU 2100-LOAD-INS-EXIT
095300     PERFORM 2700-BUILD-KEYS THRU 2700-BUILD-KEYS-EXIT
095310     PERFORM 2120-BUILD-TERMS THRU 2120-BUILD-TERMS-EXIT
095320     PERFORM 2130-LOAD-CAPS THRU 2130-LOAD-CAPS-EXIT
095330     PERFORM 2150-LOAD-TRANSCRIPTS THRU
095340         2150-LOAD-TRANSCRIPTS-EXIT
095350     PERFORM 2160-LOAD-CONFLICTS THRU
095360         2160-LOAD-CONFLICTS-EXIT
095370     PERFORM 2165-LOAD-NO-REHIRE THRU 2165-LOAD-NO-REHIRE-EXIT
095380     PERFORM 2170-LOAD-CLASSES THRU 2170-LOAD-CLASSES-EXIT
095390     PERFORM 2175-LOAD-MEETINGS THRU 2175-LOAD-MEETINGS-EXIT
095400     PERFORM 4600-LOAD-PRV-GEN THRU 4600-LOAD-PRV-GEN-EXIT
095410     IF NOT OTX-FS-OK
095420         DISPLAY 'OUTPUT-IDX NOT AVAILABLE, STATUS=' OTX-FS
095430         DISPLAY 'SIMULATE STOPPED: NO COMMITTED MATCH TO COMPARE'
095440         MOVE 16 TO RETURN-CODE
095450         GO TO 7500-SIMULATE-MODE-EXIT
095460     END-IF
095470     PERFORM 7505-APPLY-SLOT-CHG THRU 7505-APPLY-SLOT-CHG-EXIT
095480     PERFORM 2600-APPLY-OVERRIDES THRU
095490         2600-APPLY-OVERRIDES-EXIT
095500     IF TAR-TERM-FILTER NOT = SPACES
095510         PERFORM 4650-RESTORE-OTHER-TERMS
095520             THRU 4650-RESTORE-OTHER-TERMS-EXIT
095530     END-IF
095540     PERFORM 3000-MATCH THRU 3000-MATCH-EXIT
095550     PERFORM 4410-LOAD-RATES THRU 4410-LOAD-RATES-EXIT
095560     OPEN OUTPUT SIM-REPORT
095570     IF NOT SMR-FS-OK
095580         DISPLAY 'ERROR OPENING SIM-REPORT FILE, STATUS=' SMR-FS
095590         MOVE 16 TO RETURN-CODE
095600         GO TO 7500-SIMULATE-MODE-EXIT
095610     END-IF
095620     MOVE 0 TO TAR-SMR-CNT
095630     WRITE SIM-REPORT-RECORD FROM HDR-RECORD
095640     PERFORM 7510-WRITE-SIM-PARMS THRU 7510-WRITE-SIM-PARMS-EXIT
095650     PERFORM 7520-TALLY-SIM-INS THRU 7520-TALLY-SIM-INS-EXIT
095660         VARYING INS-IDX FROM 1 BY 1
095670         UNTIL INS-IDX > TAR-INS-COUNT
095680     PERFORM 7525-TALLY-CUR THRU 7525-TALLY-CUR-EXIT
095690         VARYING TAR-PRV-SUB FROM 1 BY 1
095700         UNTIL TAR-PRV-SUB > TAR-PRV-COUNT
095710     MOVE 'COURSE FILL CHANGES (CURRENT>SIMULATED)'
095720         TO SIM-REPORT-RECORD
095730     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
095740     PERFORM 7530-WRITE-SCF THRU 7530-WRITE-SCF-EXIT
095750         VARYING TAR-SCF-SUB FROM 1 BY 1
095760         UNTIL TAR-SCF-SUB > TAR-SCF-COUNT
095770     IF TAR-SIM-CRS-CHG = 0
095780         MOVE '  (NONE)' TO SIM-REPORT-RECORD
095790         PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
095800     END-IF
095810     MOVE 'CANDIDATES GAINED, LOST OR MOVED' TO SIM-REPORT-RECORD
095820     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
095830     PERFORM 7540-CMP-INS THRU 7540-CMP-INS-EXIT
095840         VARYING INS-IDX FROM 1 BY 1
095850         UNTIL INS-IDX > TAR-INS-COUNT
095860     PERFORM 7545-CMP-LOST THRU 7545-CMP-LOST-EXIT
095870         VARYING TAR-PRV-SUB FROM 1 BY 1
095880         UNTIL TAR-PRV-SUB > TAR-PRV-COUNT
095890     IF TAR-SIM-GAINED = 0
095900         AND TAR-SIM-LOST = 0
095910         AND TAR-SIM-MOVED = 0
095920         MOVE '  (NONE)' TO SIM-REPORT-RECORD
095930         PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
095940     END-IF
095950     PERFORM 7550-WRITE-SIM-RANKS THRU 7550-WRITE-SIM-RANKS-EXIT
095960     PERFORM 7560-WRITE-SIM-COST THRU 7560-WRITE-SIM-COST-EXIT
095970     PERFORM 7570-WRITE-SIM-SUM THRU 7570-WRITE-SIM-SUM-EXIT
095980     MOVE TAR-SMR-CNT TO TRL-COUNT
095990     WRITE SIM-REPORT-RECORD FROM TRL-RECORD
096000     CLOSE SIM-REPORT
096010     DISPLAY 'SIMULATE: GAINED=' TAR-SIM-GAINED
096020         ' LOST=' TAR-SIM-LOST
096030         ' MOVED=' TAR-SIM-MOVED
096040         ' COURSES CHANGED=' TAR-SIM-CRS-CHG
096050     IF TAR-SLC-REJECTED > 0
096060         MOVE 4 TO RETURN-CODE
096070     END-IF.
096080 7500-SIMULATE-MODE-EXIT.
096090     EXIT.
096100
096110*-----------------------------------------------------------------
096120*    7505-APPLY-SLOT-CHG -- KEEP EVERY INSTRUCTOR'S SLOT COUNT AS
096130*    LOADED IN SSB-TABLE (THE CURRENT CAPACITY THE REPORT SHOWS),
096140*    THEN APPLY SIM_SLOTS.TXT OVER INS-NUM-SLOTS. THE FILE IS
096150*    OPTIONAL. A COUNT ABOVE 5 IS CLAMPED TO 5 THE WAY
096160*    2110-READ-INS CLAMPS IT; ZERO TAKES THE INSTRUCTOR OUT OF
096170*    THE MATCH. AN UNKNOWN INSTRUCTOR OR A NON-NUMERIC COUNT IS
096180*    REJECTED AND LISTED.
096190*-----------------------------------------------------------------
096200 7505-APPLY-SLOT-CHG.
096210     MOVE 0 TO TAR-SLC-COUNT
096220     MOVE 0 TO TAR-SLC-REC-NO
096230     MOVE 0 TO TAR-SLC-APPLIED
096240     MOVE 0 TO TAR-SLC-REJECTED
096250     PERFORM 7506-SAVE-BASE-SLOTS THRU 7506-SAVE-BASE-SLOTS-EXIT
096260         VARYING INS-IDX FROM 1 BY 1
096270         UNTIL INS-IDX > TAR-INS-COUNT
096280     OPEN INPUT SIM-SLOTS
096290     IF NOT SLC-FS-OK
096300         DISPLAY 'SIM-SLOTS NOT AVAILABLE, STATUS=' SLC-FS
096310         GO TO 7505-APPLY-SLOT-CHG-EXIT
096320     END-IF
096330     MOVE 'N' TO TAR-SLC-EOF-SW
096340     PERFORM 7507-READ-SLOT-CHG THRU 7507-READ-SLOT-CHG-EXIT
096350         UNTIL TAR-SLC-EOF-SW = 'Y'
096360     CLOSE SIM-SLOTS.
096370 7505-APPLY-SLOT-CHG-EXIT.
096380     EXIT.
096390
096400 7506-SAVE-BASE-SLOTS.
096410     MOVE INS-NUM-SLOTS (INS-IDX) TO SSB-NUM-SLOTS (INS-IDX).
096420 7506-SAVE-BASE-SLOTS-EXIT.
096430     EXIT.
096440
096450 7507-READ-SLOT-CHG.
096460     READ SIM-SLOTS INTO SIM-SLOT-RECORD-IN
096470     IF SLC-FS-EOF
096480         MOVE 'Y' TO TAR-SLC-EOF-SW
096490         GO TO 7507-READ-SLOT-CHG-EXIT
096500     END-IF
096510     IF NOT SLC-FS-OK
096520         DISPLAY 'SIM-SLOTS READ ERROR, STATUS=' SLC-FS
096530         MOVE 'Y' TO TAR-SLC-EOF-SW
096540         GO TO 7507-READ-SLOT-CHG-EXIT
096550     END-IF
096560     ADD 1 TO TAR-SLC-REC-NO
096570     IF TAR-SLC-COUNT >= 200
096580         DISPLAY 'SLOT-CHANGE TABLE FULL, EXTRA RECS SKIPPED'
096590         MOVE 'Y' TO TAR-SLC-EOF-SW
096600         GO TO 7507-READ-SLOT-CHG-EXIT
096610     END-IF
096620     ADD 1 TO TAR-SLC-COUNT
096630     MOVE SLC-INS-ID-IN  TO SLC-INS-ID (TAR-SLC-COUNT)
096640     MOVE TAR-SLC-REC-NO TO SLC-REC-NO (TAR-SLC-COUNT)
096650     MOVE 0 TO SLC-INS-ROW (TAR-SLC-COUNT)
096660     MOVE 0 TO SLC-OLD-SLOTS (TAR-SLC-COUNT)
096670     MOVE 0 TO SLC-NEW-SLOTS (TAR-SLC-COUNT)
096680     IF SLC-INS-ID-IN = SPACES
096690         OR SLC-NUM-SLOTS-IN IS NOT NUMERIC
096700         MOVE 'B' TO SLC-STATUS (TAR-SLC-COUNT)
096710         ADD 1 TO TAR-SLC-REJECTED
096720         GO TO 7507-READ-SLOT-CHG-EXIT
096730     END-IF
096740     MOVE SLC-INS-ID-IN TO TAR-TARGET-INS
096750     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
096760     IF TAR-FOUND-SW = 'N'
096770         MOVE 'N' TO SLC-STATUS (TAR-SLC-COUNT)
096780         ADD 1 TO TAR-SLC-REJECTED
096790         GO TO 7507-READ-SLOT-CHG-EXIT
096800     END-IF
096810     SET INS-IDX TO TAR-INS-FOUND-IDX
096820     SET SLC-INS-ROW (TAR-SLC-COUNT) TO INS-IDX
096830     MOVE INS-NUM-SLOTS (INS-IDX) TO SLC-OLD-SLOTS (TAR-SLC-COUNT)
096840     MOVE 'A' TO SLC-STATUS (TAR-SLC-COUNT)
096850     IF SLC-NUM-SLOTS-IN > 5
096860         MOVE 5 TO INS-NUM-SLOTS (INS-IDX)
096870         MOVE 'C' TO SLC-STATUS (TAR-SLC-COUNT)
096880     ELSE
096890         MOVE SLC-NUM-SLOTS-IN TO INS-NUM-SLOTS (INS-IDX)
096900     END-IF
096910     MOVE INS-NUM-SLOTS (INS-IDX) TO SLC-NEW-SLOTS (TAR-SLC-COUNT)
096920     ADD 1 TO TAR-SLC-APPLIED.
096930 7507-READ-SLOT-CHG-EXIT.
096940     EXIT.
096950
096960*-----------------------------------------------------------------
096970*    7510-WRITE-SIM-PARMS -- THE KNOBS EACH SIDE OF THE
096980*    COMPARISON WAS RUN UNDER, AND THE SLOT CHANGES APPLIED. THE
096990*    RUN THAT WROTE OUTPUT_IDX.DAT IS THE ONE NAMED ON THE 'RUN '
097000*    LINE OF RUN_MANIFEST.TXT (7512).
097010*-----------------------------------------------------------------
097020 7510-WRITE-SIM-PARMS.
097030     PERFORM 7512-SIM-MFT-SEQ THRU 7512-SIM-MFT-SEQ-EXIT
097040     MOVE SPACES TO SIM-REPORT-RECORD
097050     IF TAR-MFT-SEQ = 0
097060         STRING 'WHAT-IF MATCH COMPARED WITH OUTPUT_IDX.DAT '
097070             '(RUN SEQ NOT ON RUN_MANIFEST.TXT)'
097080             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097090     ELSE
097100         STRING 'WHAT-IF MATCH COMPARED WITH OUTPUT_IDX.DAT'
097110             ' OF RUN SEQ '
097120             TAR-MFT-SEQ
097130             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097140     END-IF
097150     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
097160     MOVE TAR-BASE-MIN-GPA TO TAR-EDIT-GPA
097170     MOVE TAR-MIN-GPA TO TAR-EDIT-AVG
097180     MOVE SPACES TO SIM-REPORT-RECORD
097190     STRING '  MIN-GPA FLOOR   : RUN-PARMS=' TAR-EDIT-GPA
097200         ' SIMULATED=' TAR-EDIT-AVG
097210         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097220     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
097230     MOVE SPACES TO SIM-REPORT-RECORD
097240     STRING '  CLEARING ROUND  : RUN-PARMS=' TAR-BASE-CLEARING-SW
097250         ' SIMULATED=' TAR-CLEARING-SW
097260         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097270     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
097280     MOVE SPACES TO SIM-REPORT-RECORD
097290     IF TAR-TERM-FILTER = SPACES
097300         STRING '  TERM FILTER     : (ALL TERMS)'
097310             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097320     ELSE
097330         STRING '  TERM FILTER     : ' TAR-TERM-FILTER
097340             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097350     END-IF
097360     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
097370     MOVE 'SLOT CHANGES' TO SIM-REPORT-RECORD
097380     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
097390     PERFORM 7511-WRITE-SLOT-CHG THRU 7511-WRITE-SLOT-CHG-EXIT
097400         VARYING TAR-SLC-SUB FROM 1 BY 1
097410         UNTIL TAR-SLC-SUB > TAR-SLC-COUNT
097420     IF TAR-SLC-COUNT = 0
097430         MOVE '  (NONE)' TO SIM-REPORT-RECORD
097440         PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
097450     END-IF.
097460 7510-WRITE-SIM-PARMS-EXIT.
097470     EXIT.
097480
097490 7511-WRITE-SLOT-CHG.
097500     MOVE SPACES TO SIM-REPORT-RECORD
097510     EVALUATE SLC-STATUS (TAR-SLC-SUB)
097520         WHEN 'B'
097530             STRING '  ' SLC-INS-ID (TAR-SLC-SUB)
097540                 ' *BAD RECORD* REC=' SLC-REC-NO (TAR-SLC-SUB)
097550                 DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097560         WHEN 'N'
097570             STRING '  ' SLC-INS-ID (TAR-SLC-SUB)
097580                 ' *INSTRUCTOR NOT LOADED* REC='
097590                 SLC-REC-NO (TAR-SLC-SUB)
097600                 DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097610         WHEN OTHER
097620             SET INS-IDX TO SLC-INS-ROW (TAR-SLC-SUB)
097630             STRING '  ' SLC-INS-ID (TAR-SLC-SUB)
097640                 ' ' INS-COURSE-CODE (INS-IDX)
097650                 ' ' INS-TERM-CODE (INS-IDX)
097660                 ' SLOTS=' SLC-OLD-SLOTS (TAR-SLC-SUB)
097670                 '>' SLC-NEW-SLOTS (TAR-SLC-SUB)
097680                 DELIMITED BY SIZE INTO SIM-REPORT-RECORD
097690             IF SLC-STATUS (TAR-SLC-SUB) = 'C'
097700                 MOVE '(CLAMPED TO 5)'
097710                     TO SIM-REPORT-RECORD (45:14)
097720             END-IF
097730     END-EVALUATE
097740     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT.
097750 7511-WRITE-SLOT-CHG-EXIT.
097760     EXIT.
097770
097780*-----------------------------------------------------------------
097790*    7512-SIM-MFT-SEQ -- THE RUN SEQUENCE ON RUN_MANIFEST.TXT'S
097800*    'RUN ' LINE, AS 7711-ITG-READ-MFT TAKES IT. ZERO WHEN THERE
097810*    IS NO MANIFEST OR NO USABLE 'RUN ' LINE.
097820*-----------------------------------------------------------------
097830 7512-SIM-MFT-SEQ.
097840     MOVE 0 TO TAR-MFT-SEQ
097850     OPEN INPUT RUN-MANIFEST
097860     IF NOT MAN-FS-OK
097870         GO TO 7512-SIM-MFT-SEQ-EXIT
097880     END-IF
097890     MOVE 'N' TO TAR-MFT-EOF-SW
097900     PERFORM 7513-SIM-READ-MFT THRU 7513-SIM-READ-MFT-EXIT
097910         UNTIL TAR-MFT-EOF-SW = 'Y'
097920     CLOSE RUN-MANIFEST.
097930 7512-SIM-MFT-SEQ-EXIT.
097940     EXIT.
097950
097960 7513-SIM-READ-MFT.
097970     READ RUN-MANIFEST
097980         AT END
097990             MOVE 'Y' TO TAR-MFT-EOF-SW
098000             GO TO 7513-SIM-READ-MFT-EXIT
098010     END-READ
098020     IF MANIFEST-RECORD (1:4) = 'RUN '
098030         IF MANIFEST-RECORD (25:5) IS NUMERIC
098040             MOVE MANIFEST-RECORD (25:5) TO TAR-MFT-SEQ
098050         END-IF
098060         MOVE 'Y' TO TAR-MFT-EOF-SW
098070     END-IF.
098080 7513-SIM-READ-MFT-EXIT.
098090     EXIT.
098100
098110*-----------------------------------------------------------------
098120*    7520-TALLY-SIM-INS -- SIMULATED SIDE OF THE COMPARISON, ONE
098130*    INSTRUCTOR AT A TIME: CAPACITY BEFORE AND AFTER THE SLOT
098140*    CHANGES, SLOTS FILLED, STIPEND COST (HOURS TIMES THE
098150*    COURSE'S RATE PER FILLED SLOT, AS 4431-COST-SLOT COSTS IT)
098160*    AND THE CHOICE RANK EACH APPOINTEE GOT. ON A TERM= RUN ONLY
098170*    THE FILTERED TERM IS COMPARED; THE OTHERS WERE REPLAYED.
098180*-----------------------------------------------------------------
098190 7520-TALLY-SIM-INS.
098200     IF TAR-TERM-FILTER NOT = SPACES
098210         AND INS-TERM-CODE (INS-IDX) NOT = TAR-TERM-FILTER
098220         GO TO 7520-TALLY-SIM-INS-EXIT
098230     END-IF
098240     MOVE INS-COURSE-CODE (INS-IDX) TO TAR-SCF-COURSE
098250     MOVE INS-TERM-CODE (INS-IDX) TO TAR-SCF-TERM
098260     PERFORM 7527-FIND-SCF THRU 7527-FIND-SCF-EXIT
098270     MOVE 0 TO TAR-SIM-FILL-CNT
098280     IF INS-NUM-SLOTS (INS-IDX) > 0
098290         PERFORM 7521-TALLY-SIM-SLOT THRU 7521-TALLY-SIM-SLOT-EXIT
098300             VARYING SLT-IDX FROM 1 BY 1
098310             UNTIL SLT-IDX > INS-NUM-SLOTS (INS-IDX)
098320     END-IF
098330     MOVE 0 TO TAR-SIM-INS-COST
098340     IF TAR-SIM-FILL-CNT > 0
098350         PERFORM 4432-FIND-RATE THRU 4432-FIND-RATE-EXIT
098360         IF TAR-RTE-FOUND-SUB > 0
098370             COMPUTE TAR-SIM-INS-COST =
098380                 TAR-SIM-FILL-CNT * INS-APPT-HOURS (INS-IDX)
098390                 * RTE-RATE (TAR-RTE-FOUND-SUB)
098400             ADD TAR-SIM-INS-COST TO TAR-SIM-NEW-COST
098410         ELSE
098420             ADD TAR-SIM-FILL-CNT TO TAR-SIM-NEW-NORATE
098430         END-IF
098440     END-IF
098450     IF TAR-SCF-FOUND-SUB > 0
098460         ADD SSB-NUM-SLOTS (INS-IDX)
098470             TO SCF-CUR-CAP (TAR-SCF-FOUND-SUB)
098480         ADD INS-NUM-SLOTS (INS-IDX)
098490             TO SCF-SIM-CAP (TAR-SCF-FOUND-SUB)
098500         ADD TAR-SIM-FILL-CNT TO SCF-SIM-FILL (TAR-SCF-FOUND-SUB)
098510         ADD TAR-SIM-INS-COST TO SCF-SIM-COST (TAR-SCF-FOUND-SUB)
098520     END-IF.
098530 7520-TALLY-SIM-INS-EXIT.
098540     EXIT.
098550
098560 7521-TALLY-SIM-SLOT.
098570     IF INS-SLOT-CAN-ID (INS-IDX, SLT-IDX) = SPACES
098580         GO TO 7521-TALLY-SIM-SLOT-EXIT
098590     END-IF
098600     ADD 1 TO TAR-SIM-FILL-CNT
098610     PERFORM 7529-GET-SIM-RANK THRU 7529-GET-SIM-RANK-EXIT
098620     MOVE TAR-SIM-NEW-RANK TO TAR-SRK-RANK
098630     MOVE INS-SLOT-PREPIN (INS-IDX, SLT-IDX) TO TAR-SRK-PREPIN
098640     MOVE INS-SLOT-CLEAR (INS-IDX, SLT-IDX) TO TAR-SRK-CLEAR
098650     MOVE 'S' TO TAR-SRK-SIDE
098660     PERFORM 7528-ADD-RANK THRU 7528-ADD-RANK-EXIT.
098670 7521-TALLY-SIM-SLOT-EXIT.
098680     EXIT.
098690
098700*-----------------------------------------------------------------
098710*    7525-TALLY-CUR -- CURRENT SIDE: ONE COMMITTED APPOINTMENT
098720*    FROM PRV-TABLE, COSTED AGAINST ITS INSTRUCTOR AS LOADED
098730*    TODAY. AN INSTRUCTOR NO LONGER ON INSTRUCTORS.TXT CANNOT BE
098740*    PLACED IN A COURSE OR COSTED AND IS ONLY COUNTED.
098750*-----------------------------------------------------------------
098760 7525-TALLY-CUR.
098770     IF TAR-TERM-FILTER NOT = SPACES
098780         AND PRV-TERM-CODE (TAR-PRV-SUB) NOT = TAR-TERM-FILTER
098790         GO TO 7525-TALLY-CUR-EXIT
098800     END-IF
098810     MOVE PRV-CAN-RANK (TAR-PRV-SUB) TO TAR-SRK-RANK
098820     MOVE PRV-PREPIN (TAR-PRV-SUB) TO TAR-SRK-PREPIN
098830     MOVE PRV-CLEAR (TAR-PRV-SUB) TO TAR-SRK-CLEAR
098840     MOVE 'C' TO TAR-SRK-SIDE
098850     PERFORM 7528-ADD-RANK THRU 7528-ADD-RANK-EXIT
098860     MOVE PRV-INS-ID (TAR-PRV-SUB) TO TAR-TARGET-INS
098870     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
098880     IF TAR-FOUND-SW = 'N'
098890         ADD 1 TO TAR-SIM-NOINS
098900         GO TO 7525-TALLY-CUR-EXIT
098910     END-IF
098920     SET INS-IDX TO TAR-INS-FOUND-IDX
098930     MOVE INS-COURSE-CODE (INS-IDX) TO TAR-SCF-COURSE
098940     MOVE INS-TERM-CODE (INS-IDX) TO TAR-SCF-TERM
098950     PERFORM 7527-FIND-SCF THRU 7527-FIND-SCF-EXIT
098960     MOVE 0 TO TAR-SIM-INS-COST
098970     PERFORM 4432-FIND-RATE THRU 4432-FIND-RATE-EXIT
098980     IF TAR-RTE-FOUND-SUB > 0
098990         COMPUTE TAR-SIM-INS-COST =
099000             INS-APPT-HOURS (INS-IDX)
099010             * RTE-RATE (TAR-RTE-FOUND-SUB)
099020         ADD TAR-SIM-INS-COST TO TAR-SIM-CUR-COST
099030     ELSE
099040         ADD 1 TO TAR-SIM-CUR-NORATE
099050     END-IF
099060     IF TAR-SCF-FOUND-SUB > 0
099070         ADD 1 TO SCF-CUR-FILL (TAR-SCF-FOUND-SUB)
099080         ADD TAR-SIM-INS-COST TO SCF-CUR-COST (TAR-SCF-FOUND-SUB)
099090     END-IF.
099100 7525-TALLY-CUR-EXIT.
099110     EXIT.
099120
099130*-----------------------------------------------------------------
099140*    7527-FIND-SCF -- LOCATE (OR ADD) THE COURSE/TERM ENTRY FOR
099150*    TAR-SCF-COURSE/TAR-SCF-TERM. TAR-SCF-FOUND-SUB IS ZERO ONLY
099160*    WHEN THE TABLE IS FULL.
099170*-----------------------------------------------------------------
099180 7527-FIND-SCF.
099190     MOVE 0 TO TAR-SCF-FOUND-SUB
099200     PERFORM 7526-CHK-SCF THRU 7526-CHK-SCF-EXIT
099210         VARYING TAR-SCF-SUB FROM 1 BY 1
099220         UNTIL TAR-SCF-SUB > TAR-SCF-COUNT
099230            OR TAR-SCF-FOUND-SUB > 0
099240     IF TAR-SCF-FOUND-SUB > 0
099250         GO TO 7527-FIND-SCF-EXIT
099260     END-IF
099270     IF TAR-SCF-COUNT >= 1000
099280         IF TAR-SCF-FULL-SW = 'N'
099290             DISPLAY 'COURSE TABLE FULL, FILL CHANGES PARTIAL'
099300             MOVE 'Y' TO TAR-SCF-FULL-SW
099310         END-IF
099320         GO TO 7527-FIND-SCF-EXIT
099330     END-IF
099340     ADD 1 TO TAR-SCF-COUNT
099350     MOVE TAR-SCF-COUNT TO TAR-SCF-FOUND-SUB
099360     MOVE TAR-SCF-COURSE TO SCF-COURSE-CODE (TAR-SCF-COUNT)
099370     MOVE TAR-SCF-TERM   TO SCF-TERM-CODE (TAR-SCF-COUNT)
099380     MOVE 0 TO SCF-CUR-CAP (TAR-SCF-COUNT)
099390     MOVE 0 TO SCF-SIM-CAP (TAR-SCF-COUNT)
099400     MOVE 0 TO SCF-CUR-FILL (TAR-SCF-COUNT)
099410     MOVE 0 TO SCF-SIM-FILL (TAR-SCF-COUNT)
099420     MOVE 0 TO SCF-CUR-COST (TAR-SCF-COUNT)
099430     MOVE 0 TO SCF-SIM-COST (TAR-SCF-COUNT).
099440 7527-FIND-SCF-EXIT.
099450     EXIT.
099460
099470 7526-CHK-SCF.
099480     IF SCF-COURSE-CODE (TAR-SCF-SUB) = TAR-SCF-COURSE
099490         AND SCF-TERM-CODE (TAR-SCF-SUB) = TAR-SCF-TERM
099500         MOVE TAR-SCF-SUB TO TAR-SCF-FOUND-SUB
099510     END-IF.
099520 7526-CHK-SCF-EXIT.
099530     EXIT.
099540
099550*-----------------------------------------------------------------
099560*    7528-ADD-RANK -- COUNT ONE APPOINTMENT INTO THE CHOICE-RANK
099570*    SPREAD FOR SIDE TAR-SRK-SIDE ('C' CURRENT, 'S' SIMULATED).
099580*    ENTRIES 1-10 ARE THE CANDIDATE'S CHOICE SATISFIED; 11 IS A
099590*    PRE-PIN, 12 A CLEARING PLACEMENT, 13 ANYTHING UNRANKED. ONLY
099600*    1-10 COUNT TOWARDS THE AVERAGE CHOICE.
099610*-----------------------------------------------------------------
099620 7528-ADD-RANK.
099630     EVALUATE TRUE
099640         WHEN TAR-SRK-PREPIN = 'Y'
099650             MOVE 11 TO TAR-SRK-SUB
099660         WHEN TAR-SRK-CLEAR = 'Y'
099670             MOVE 12 TO TAR-SRK-SUB
099680         WHEN TAR-SRK-RANK > 0 AND TAR-SRK-RANK NOT > 10
099690             MOVE TAR-SRK-RANK TO TAR-SRK-SUB
099700         WHEN OTHER
099710             MOVE 13 TO TAR-SRK-SUB
099720     END-EVALUATE
099730     IF TAR-SRK-SIDE = 'C'
099740         ADD 1 TO SRK-CUR-CNT (TAR-SRK-SUB)
099750         IF TAR-SRK-SUB NOT > 10
099760             ADD TAR-SRK-RANK TO TAR-SIM-CUR-RSUM
099770             ADD 1 TO TAR-SIM-CUR-RCNT
099780         END-IF
099790     ELSE
099800         ADD 1 TO SRK-SIM-CNT (TAR-SRK-SUB)
099810         IF TAR-SRK-SUB NOT > 10
099820             ADD TAR-SRK-RANK TO TAR-SIM-NEW-RSUM
099830             ADD 1 TO TAR-SIM-NEW-RCNT
099840         END-IF
099850     END-IF.
099860 7528-ADD-RANK-EXIT.
099870     EXIT.
099880
099890*-----------------------------------------------------------------
099900*    7529-GET-SIM-RANK -- THE CHOICE RANK THE SIMULATED MATCH
099910*    BANKED FOR THE CANDIDATE IN SLOT SLT-IDX OF INS-IDX, THE
099920*    SAME WAY 4612-DELTA-SLOT FINDS IT.
099930*-----------------------------------------------------------------
099940 7529-GET-SIM-RANK.
099950     MOVE 0 TO TAR-SIM-NEW-RANK
099960     MOVE INS-TERM-CODE (INS-IDX) TO TAR-CUR-TERM
099970     MOVE INS-SLOT-CAN-ID (INS-IDX, SLT-IDX) TO TAR-TARGET-CAN
099980     PERFORM 3053-FIND-CAN THRU 3053-FIND-CAN-EXIT
099990     IF TAR-FOUND-SW = 'N'
100000         GO TO 7529-GET-SIM-RANK-EXIT
100010     END-IF
100020     SET CAN-IDX TO TAR-CAN-FOUND-IDX
100030     PERFORM 3080-FIND-APPT THRU 3080-FIND-APPT-EXIT
100040     IF TAR-APPT-FOUND-SUB > 0
100050         MOVE CAN-APPT-RANK (CAN-IDX, TAR-APPT-FOUND-SUB)
100060             TO TAR-SIM-NEW-RANK
100070     END-IF.
100080 7529-GET-SIM-RANK-EXIT.
100090     EXIT.
100100
100110 7530-WRITE-SCF.
100120     IF SCF-CUR-FILL (TAR-SCF-SUB) = SCF-SIM-FILL (TAR-SCF-SUB)
100130         AND SCF-CUR-CAP (TAR-SCF-SUB) = SCF-SIM-CAP (TAR-SCF-SUB)
100140         AND SCF-CUR-COST (TAR-SCF-SUB)
100150             = SCF-SIM-COST (TAR-SCF-SUB)
100160         GO TO 7530-WRITE-SCF-EXIT
100170     END-IF
100180     ADD 1 TO TAR-SIM-CRS-CHG
100190     COMPUTE TAR-SIM-DIFF-COST =
100200         SCF-SIM-COST (TAR-SCF-SUB) - SCF-CUR-COST (TAR-SCF-SUB)
100210     MOVE TAR-SIM-DIFF-COST TO TAR-EDIT-SIM-DIFF
100220     MOVE SPACES TO SIM-REPORT-RECORD
100230     STRING '  ' SCF-COURSE-CODE (TAR-SCF-SUB)
100240         ' ' SCF-TERM-CODE (TAR-SCF-SUB)
100250         ' FILLED=' SCF-CUR-FILL (TAR-SCF-SUB)
100260         '>' SCF-SIM-FILL (TAR-SCF-SUB)
100270         ' SLOTS=' SCF-CUR-CAP (TAR-SCF-SUB)
100280         '>' SCF-SIM-CAP (TAR-SCF-SUB)
100290         ' COST CHANGE=' TAR-EDIT-SIM-DIFF
100300         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
100310     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT.
100320 7530-WRITE-SCF-EXIT.
100330     EXIT.
100340
100350*-----------------------------------------------------------------
100360*    7540-CMP-INS -- WALK THE SIMULATED SLOTS AGAINST PRV-TABLE:
100370*    A CANDIDATE/TERM WITH NO COMMITTED APPOINTMENT IS GAINED,
100380*    ONE COMMITTED TO ANOTHER INSTRUCTOR HAS MOVED. EVERY
100390*    COMMITTED RECORD MATCHED IS MARKED SEEN FOR 7545.
100400*-----------------------------------------------------------------
100410 7540-CMP-INS.
100420     IF TAR-TERM-FILTER NOT = SPACES
100430         AND INS-TERM-CODE (INS-IDX) NOT = TAR-TERM-FILTER
100440         GO TO 7540-CMP-INS-EXIT
100450     END-IF
100460     IF INS-NUM-SLOTS (INS-IDX) > 0
100470         PERFORM 7541-CMP-SLOT THRU 7541-CMP-SLOT-EXIT
100480             VARYING SLT-IDX FROM 1 BY 1
100490             UNTIL SLT-IDX > INS-NUM-SLOTS (INS-IDX)
100500     END-IF.
100510 7540-CMP-INS-EXIT.
100520     EXIT.
100530
100540 7541-CMP-SLOT.
100550     IF INS-SLOT-CAN-ID (INS-IDX, SLT-IDX) = SPACES
100560         GO TO 7541-CMP-SLOT-EXIT
100570     END-IF
100580     PERFORM 7529-GET-SIM-RANK THRU 7529-GET-SIM-RANK-EXIT
100590     PERFORM 4613-FIND-PRV THRU 4613-FIND-PRV-EXIT
100600     MOVE SPACES TO SIM-REPORT-RECORD
100610     IF TAR-PRV-FOUND-SUB = 0
100620         ADD 1 TO TAR-SIM-GAINED
100630         STRING '  GAINED '
100640             INS-SLOT-CAN-ID (INS-IDX, SLT-IDX) ' '
100650             TAR-CUR-TERM ' '
100660             INS-ID (INS-IDX)
100670             ' RANK=' TAR-SIM-NEW-RANK
100680             DELIMITED BY SIZE INTO SIM-REPORT-RECORD
100690         PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
100700         GO TO 7541-CMP-SLOT-EXIT
100710     END-IF
100720     MOVE 'Y' TO PRV-SEEN-SW (TAR-PRV-FOUND-SUB)
100730     IF PRV-INS-ID (TAR-PRV-FOUND-SUB) = INS-ID (INS-IDX)
100740         GO TO 7541-CMP-SLOT-EXIT
100750     END-IF
100760     ADD 1 TO TAR-SIM-MOVED
100770     STRING '  MOVED  '
100780         INS-SLOT-CAN-ID (INS-IDX, SLT-IDX) ' '
100790         TAR-CUR-TERM
100800         ' INS=' PRV-INS-ID (TAR-PRV-FOUND-SUB)
100810         '>' INS-ID (INS-IDX)
100820         ' RANK=' PRV-CAN-RANK (TAR-PRV-FOUND-SUB)
100830         '>' TAR-SIM-NEW-RANK
100840         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
100850     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT.
100860 7541-CMP-SLOT-EXIT.
100870     EXIT.
100880
100890 7545-CMP-LOST.
100900     IF TAR-TERM-FILTER NOT = SPACES
100910         AND PRV-TERM-CODE (TAR-PRV-SUB) NOT = TAR-TERM-FILTER
100920         GO TO 7545-CMP-LOST-EXIT
100930     END-IF
100940     IF PRV-SEEN-SW (TAR-PRV-SUB) = 'Y'
100950         GO TO 7545-CMP-LOST-EXIT
100960     END-IF
100970     ADD 1 TO TAR-SIM-LOST
100980     MOVE SPACES TO SIM-REPORT-RECORD
100990     STRING '  LOST   '
101000         PRV-CAN-ID (TAR-PRV-SUB) ' '
101010         PRV-TERM-CODE (TAR-PRV-SUB) ' '
101020         PRV-INS-ID (TAR-PRV-SUB)
101030         ' RANK=' PRV-CAN-RANK (TAR-PRV-SUB)
101040         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101050     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT.
101060 7545-CMP-LOST-EXIT.
101070     EXIT.
101080
101090 7550-WRITE-SIM-RANKS.
101100     MOVE 'CHOICE RANK SATISFIED (CURRENT/SIMULATED)'
101110         TO SIM-REPORT-RECORD
101120     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
101130     PERFORM 7551-WRITE-RANK-LINE THRU 7551-WRITE-RANK-LINE-EXIT
101140         VARYING TAR-SRK-SUB FROM 1 BY 1
101150         UNTIL TAR-SRK-SUB > 13
101160     MOVE 0 TO TAR-SIM-CUR-AVG
101170     MOVE 0 TO TAR-SIM-NEW-AVG
101180     IF TAR-SIM-CUR-RCNT > 0
101190         COMPUTE TAR-SIM-CUR-AVG ROUNDED =
101200             TAR-SIM-CUR-RSUM / TAR-SIM-CUR-RCNT
101210     END-IF
101220     IF TAR-SIM-NEW-RCNT > 0
101230         COMPUTE TAR-SIM-NEW-AVG ROUNDED =
101240             TAR-SIM-NEW-RSUM / TAR-SIM-NEW-RCNT
101250     END-IF
101260     MOVE TAR-SIM-CUR-AVG TO TAR-EDIT-CUR-AVG
101270     MOVE TAR-SIM-NEW-AVG TO TAR-EDIT-NEW-AVG
101280     MOVE SPACES TO SIM-REPORT-RECORD
101290     STRING '  AVERAGE CHOICE: CURRENT=' TAR-EDIT-CUR-AVG
101300         ' SIMULATED=' TAR-EDIT-NEW-AVG
101310         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101320     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT.
101330 7550-WRITE-SIM-RANKS-EXIT.
101340     EXIT.
101350
101360 7551-WRITE-RANK-LINE.
101370     EVALUATE TAR-SRK-SUB
101380         WHEN 11
101390             MOVE 'PRE-PIN' TO TAR-SRK-LABEL
101400         WHEN 12
101410             MOVE 'CLEARING' TO TAR-SRK-LABEL
101420         WHEN 13
101430             MOVE 'UNRANKED' TO TAR-SRK-LABEL
101440         WHEN OTHER
101450             MOVE SPACES TO TAR-SRK-LABEL
101460             STRING 'CHOICE ' TAR-SRK-SUB
101470                 DELIMITED BY SIZE INTO TAR-SRK-LABEL
101480     END-EVALUATE
101490     MOVE SPACES TO SIM-REPORT-RECORD
101500     STRING '  ' TAR-SRK-LABEL
101510         ' CURRENT=' SRK-CUR-CNT (TAR-SRK-SUB)
101520         ' SIMULATED=' SRK-SIM-CNT (TAR-SRK-SUB)
101530         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101540     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT.
101550 7551-WRITE-RANK-LINE-EXIT.
101560     EXIT.
101570
101580 7560-WRITE-SIM-COST.
101590     MOVE 'STIPEND COST' TO SIM-REPORT-RECORD
101600     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
101610     MOVE TAR-SIM-CUR-COST TO TAR-EDIT-SIM-AMT
101620     MOVE SPACES TO SIM-REPORT-RECORD
101630     STRING 'CURRENT COST              : ' TAR-EDIT-SIM-AMT
101640         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101650     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
101660     MOVE TAR-SIM-NEW-COST TO TAR-EDIT-SIM-AMT
101670     MOVE SPACES TO SIM-REPORT-RECORD
101680     STRING 'SIMULATED COST            : ' TAR-EDIT-SIM-AMT
101690         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101700     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
101710     COMPUTE TAR-SIM-DIFF-COST =
101720         TAR-SIM-NEW-COST - TAR-SIM-CUR-COST
101730     MOVE TAR-SIM-DIFF-COST TO TAR-EDIT-SIM-DIFF
101740     MOVE SPACES TO SIM-REPORT-RECORD
101750     STRING 'DIFFERENCE                : ' TAR-EDIT-SIM-DIFF
101760         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101770     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
101780     MOVE SPACES TO SIM-REPORT-RECORD
101790     STRING 'CURRENT, NO RATE ON FILE  : ' TAR-SIM-CUR-NORATE
101800         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101810     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
101820     MOVE SPACES TO SIM-REPORT-RECORD
101830     STRING 'SIMULATED, NO RATE ON FILE: ' TAR-SIM-NEW-NORATE
101840         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101850     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT.
101860 7560-WRITE-SIM-COST-EXIT.
101870     EXIT.
101880
101890 7570-WRITE-SIM-SUM.
101900     MOVE SPACES TO SIM-REPORT-RECORD
101910     STRING 'COURSES CHANGED           : ' TAR-SIM-CRS-CHG
101920         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101930     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
101940     MOVE SPACES TO SIM-REPORT-RECORD
101950     STRING 'CANDIDATES GAINED         : ' TAR-SIM-GAINED
101960         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
101970     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
101980     MOVE SPACES TO SIM-REPORT-RECORD
101990     STRING 'CANDIDATES LOST           : ' TAR-SIM-LOST
102000         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
102010     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
102020     MOVE SPACES TO SIM-REPORT-RECORD
102030     STRING 'CANDIDATES MOVED          : ' TAR-SIM-MOVED
102040         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
102050     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
102060     MOVE SPACES TO SIM-REPORT-RECORD
102070     STRING 'CURRENT, INSTR NOT LOADED : ' TAR-SIM-NOINS
102080         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
102090     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
102100     MOVE SPACES TO SIM-REPORT-RECORD
102110     STRING 'SLOT CHANGES APPLIED      : ' TAR-SLC-APPLIED
102120         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
102130     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT
102140     MOVE SPACES TO SIM-REPORT-RECORD
102150     STRING 'SLOT CHANGES REJECTED     : ' TAR-SLC-REJECTED
102160         DELIMITED BY SIZE INTO SIM-REPORT-RECORD
102170     PERFORM 7590-PUT-SIM THRU 7590-PUT-SIM-EXIT.
102180 7570-WRITE-SIM-SUM-EXIT.
102190     EXIT.
102200
102210 7590-PUT-SIM.
102220     WRITE SIM-REPORT-RECORD
102230     ADD 1 TO TAR-SMR-CNT.
102240 7590-PUT-SIM-EXIT.
102250     EXIT.
102260
102270*-----------------------------------------------------------------
102280*    4912-HIST-RANK -- THE CHOICE RANK BANKED FOR THE SLOT'S
102290*    CANDIDATE IN TAR-CUR-TERM GOES ON THE ARCHIVE RECORD, SO
102300*    LATER TERMS CAN REPORT RANK SATISFACTION AGAINST IT. ZERO
102310*    FOR A PRE-PIN OR CLEARING PLACEMENT, AS ON OUTPUT.TXT.
102320*-----------------------------------------------------------------
102330 4912-HIST-RANK.
102340     MOVE 0 TO HIS-CAN-RANK
102350     MOVE INS-SLOT-CAN-ID (INS-IDX, SLT-IDX) TO TAR-TARGET-CAN
102360     PERFORM 3053-FIND-CAN THRU 3053-FIND-CAN-EXIT
102370     IF TAR-FOUND-SW = 'N'
102380         GO TO 4912-HIST-RANK-EXIT
102390     END-IF
102400     SET CAN-IDX TO TAR-CAN-FOUND-IDX
102410     PERFORM 3080-FIND-APPT THRU 3080-FIND-APPT-EXIT
102420     IF TAR-APPT-FOUND-SUB > 0
102430         MOVE CAN-APPT-RANK (CAN-IDX, TAR-APPT-FOUND-SUB)
102440             TO HIS-CAN-RANK
102450     END-IF.
102460 4912-HIST-RANK-EXIT.
102470     EXIT.
102480
102490*=================================================================
102500*    4950-EQUITY-RPT -- DISTRIBUTION OF THE TERM'S APPOINTMENTS
102510*    FOR THE DEAN'S OFFICE (EQUITY_REPORT.TXT), ONE SECTION PER
102520*    TERM MATCHED. APPLICANTS (EVERY CANDIDATE WHO RANKED AN
102530*    INSTRUCTOR OF THE TERM OR HOLDS AN APPOINTMENT IN IT) AND
102540*    APPOINTEES ARE BROKEN DOWN BY HOME DEPARTMENT (CMS-DEPT ON
102550*    CAN_MASTER.DAT), BY GPA BAND AND BY FIRST-TIME VERSUS
102560*    RETURNING TA, WITH THE AVERAGE CHOICE RANK SATISFIED. EACH
102570*    GROUP SHOWS HOW MANY OF ITS APPOINTMENTS WERE PRE-PINS OR
102580*    CLEARING PLACEMENTS AND ITS APPOINTMENT RATE WITHOUT THEM.
102590*    A TA IS RETURNING WHEN ASSIGN_HISTORY.DAT HOLDS AN
102600*    APPOINTMENT OF THEIRS IN ANY EARLIER TERM. THE SAME GROUPS
102610*    ARE SHOWN FOR THE PREVIOUS TERM ON THE HISTORY FILE, AS
102620*    ARCHIVED BY THE LATEST RUN SEQUENCE THAT HOLDS IT (THE
102630*    ARCHIVE KEEPS APPOINTEES ONLY, SO NO APPLICANT COUNT THERE).
102640*    RUNS AFTER 4900-APPEND-HISTORY, WITH THE MASTERS OPEN.
102650*=================================================================
102660 4950-EQUITY-RPT.
102670     OPEN OUTPUT EQUITY-REPORT
102680     IF NOT EQR-FS-OK
102690         DISPLAY 'ERROR OPENING EQUITY-REPORT FILE, STATUS='
102700             EQR-FS
102710         GO TO 4950-EQUITY-RPT-EXIT
102720     END-IF
102730     MOVE 0 TO TAR-EQR-CNT
102740     WRITE EQUITY-REPORT-RECORD FROM HDR-RECORD
102750     PERFORM 4951-EQY-CLEAR-FIRST THRU 4951-EQY-CLEAR-FIRST-EXIT
102760         VARYING CAN-IDX FROM 1 BY 1
102770         UNTIL CAN-IDX > TAR-CAN-COUNT
102780     MOVE 0 TO TAR-EQT-COUNT
102790     MOVE 'N' TO TAR-EQY-HIS-SW
102800     OPEN INPUT ASSIGN-HISTORY
102810     IF HIS-FS-OK
102820         MOVE 'Y' TO TAR-EQY-HIS-SW
102830         MOVE 'N' TO TAR-HIS-EOF-SW
102840         PERFORM 4952-EQY-SCAN-HIST THRU 4952-EQY-SCAN-HIST-EXIT
102850             UNTIL TAR-HIS-EOF-SW = 'Y'
102860         CLOSE ASSIGN-HISTORY
102870     ELSE
102880         DISPLAY 'ASSIGN-HISTORY NOT AVAILABLE, STATUS=' HIS-FS
102890     END-IF
102900     PERFORM 4955-EQY-TERM THRU 4955-EQY-TERM-EXIT
102910         VARYING TAR-TERM-SUB FROM 1 BY 1
102920         UNTIL TAR-TERM-SUB > TAR-TERM-COUNT
102930     MOVE TAR-EQR-CNT TO TRL-COUNT
102940     WRITE EQUITY-REPORT-RECORD FROM TRL-RECORD
102950     CLOSE EQUITY-REPORT.
102960 4950-EQUITY-RPT-EXIT.
102970     EXIT.
102980
102990 4951-EQY-CLEAR-FIRST.
103000     MOVE SPACES TO EQF-FIRST-TERM (CAN-IDX).
103010 4951-EQY-CLEAR-FIRST-EXIT.
103020     EXIT.
103030
103040*-----------------------------------------------------------------
103050*    4952-EQY-SCAN-HIST -- ONE PASS OVER THE ARCHIVE: THE LATEST
103060*    RUN SEQUENCE HOLDING EACH TERM (EQT-TABLE), AND THE EARLIEST
103070*    TERM EACH LOADED CANDIDATE WAS EVER APPOINTED IN (EQF-TABLE,
103080*    PARALLEL TO CAN-TABLE).
103090*-----------------------------------------------------------------
103100 4952-EQY-SCAN-HIST.
103110     READ ASSIGN-HISTORY NEXT RECORD
103120         AT END
103130             MOVE 'Y' TO TAR-HIS-EOF-SW
103140             GO TO 4952-EQY-SCAN-HIST-EXIT
103150     END-READ
103160     MOVE 0 TO TAR-EQT-FOUND-SUB
103170     PERFORM 4953-EQY-CHK-TERM THRU 4953-EQY-CHK-TERM-EXIT
103180         VARYING TAR-EQT-SUB FROM 1 BY 1
103190         UNTIL TAR-EQT-SUB > TAR-EQT-COUNT
103200            OR TAR-EQT-FOUND-SUB > 0
103210     IF TAR-EQT-FOUND-SUB > 0
103220         IF HIS-RUN-SEQ > EQT-RUN-SEQ (TAR-EQT-FOUND-SUB)
103230             MOVE HIS-RUN-SEQ TO EQT-RUN-SEQ (TAR-EQT-FOUND-SUB)
103240         END-IF
103250     ELSE
103260         IF TAR-EQT-COUNT < 40
103270             ADD 1 TO TAR-EQT-COUNT
103280             MOVE HIS-TERM-CODE TO EQT-TERM-CODE (TAR-EQT-COUNT)
103290             MOVE HIS-RUN-SEQ TO EQT-RUN-SEQ (TAR-EQT-COUNT)
103300         END-IF
103310     END-IF
103320     MOVE HIS-CAN-ID TO TAR-TARGET-CAN
103330     PERFORM 3053-FIND-CAN THRU 3053-FIND-CAN-EXIT
103340     IF TAR-FOUND-SW = 'N'
103350         GO TO 4952-EQY-SCAN-HIST-EXIT
103360     END-IF
103370     SET CAN-IDX TO TAR-CAN-FOUND-IDX
103380     IF EQF-FIRST-TERM (CAN-IDX) = SPACES
103390         MOVE HIS-TERM-CODE TO EQF-FIRST-TERM (CAN-IDX)
103400         GO TO 4952-EQY-SCAN-HIST-EXIT
103410     END-IF
103420     MOVE HIS-TERM-CODE TO TAR-CMP-TERM-A
103430     MOVE EQF-FIRST-TERM (CAN-IDX) TO TAR-CMP-TERM-B
103440     PERFORM 3252-CMP-TERMS THRU 3252-CMP-TERMS-EXIT
103450     IF TAR-CMP-BEFORE
103460         MOVE HIS-TERM-CODE TO EQF-FIRST-TERM (CAN-IDX)
103470     END-IF.
103480 4952-EQY-SCAN-HIST-EXIT.
103490     EXIT.
103500
103510 4953-EQY-CHK-TERM.
103520     IF EQT-TERM-CODE (TAR-EQT-SUB) = HIS-TERM-CODE
103530         MOVE TAR-EQT-SUB TO TAR-EQT-FOUND-SUB
103540     END-IF.
103550 4953-EQY-CHK-TERM-EXIT.
103560     EXIT.
103570
103580*-----------------------------------------------------------------
103590*    4955-EQY-TERM -- ONE TERM'S SECTION: TALLY THE CURRENT MATCH
103600*    FROM CAN-TABLE, THEN THE PREVIOUS TERM FROM THE ARCHIVE
103610*    (4967-EQY-PREV-TERM), AND WRITE THE GROUPS.
103620*-----------------------------------------------------------------
103630 4955-EQY-TERM.
103640     MOVE TAR-TERM-CODE (TAR-TERM-SUB) TO TAR-CUR-TERM
103650     IF TAR-TERM-FILTER NOT = SPACES
103660         AND TAR-CUR-TERM NOT = TAR-TERM-FILTER
103670         GO TO 4955-EQY-TERM-EXIT
103680     END-IF
103690     MOVE 0 TO TAR-EQG-COUNT
103700     MOVE 'A' TO TAR-EQY-TYPE
103710     MOVE 'ALL CANDIDATES' TO TAR-EQY-NAME
103720     PERFORM 4960-EQY-FIND-GROUP THRU 4960-EQY-FIND-GROUP-EXIT
103730     MOVE 'G' TO TAR-EQY-TYPE
103740     MOVE 'GPA 3.50 AND ABOVE' TO TAR-EQY-NAME
103750     PERFORM 4960-EQY-FIND-GROUP THRU 4960-EQY-FIND-GROUP-EXIT
103760     MOVE 'G' TO TAR-EQY-TYPE
103770     MOVE 'GPA 3.00 - 3.49' TO TAR-EQY-NAME
103780     PERFORM 4960-EQY-FIND-GROUP THRU 4960-EQY-FIND-GROUP-EXIT
103790     MOVE 'G' TO TAR-EQY-TYPE
103800     MOVE 'GPA 2.50 - 2.99' TO TAR-EQY-NAME
103810     PERFORM 4960-EQY-FIND-GROUP THRU 4960-EQY-FIND-GROUP-EXIT
103820     MOVE 'G' TO TAR-EQY-TYPE
103830     MOVE 'GPA BELOW 2.50' TO TAR-EQY-NAME
103840     PERFORM 4960-EQY-FIND-GROUP THRU 4960-EQY-FIND-GROUP-EXIT
103850     MOVE 'F' TO TAR-EQY-TYPE
103860     MOVE 'FIRST-TIME TA' TO TAR-EQY-NAME
103870     PERFORM 4960-EQY-FIND-GROUP THRU 4960-EQY-FIND-GROUP-EXIT
103880     MOVE 'F' TO TAR-EQY-TYPE
103890     MOVE 'RETURNING TA' TO TAR-EQY-NAME
103900     PERFORM 4960-EQY-FIND-GROUP THRU 4960-EQY-FIND-GROUP-EXIT
103910     MOVE 'C' TO TAR-EQY-SIDE
103920     PERFORM 4957-EQY-TALLY-CAN THRU 4957-EQY-TALLY-CAN-EXIT
103930         VARYING CAN-IDX FROM 1 BY 1
103940         UNTIL CAN-IDX > TAR-CAN-COUNT
103950     MOVE 'N' TO TAR-EQY-PREV-SW
103960     MOVE SPACES TO TAR-EQY-PREV-TERM
103970     MOVE 0 TO TAR-EQY-PREV-SEQ
103980     PERFORM 4966-EQY-CHK-PREV-TERM
103990         THRU 4966-EQY-CHK-PREV-TERM-EXIT
104000         VARYING TAR-EQT-SUB FROM 1 BY 1
104010         UNTIL TAR-EQT-SUB > TAR-EQT-COUNT
104020     IF TAR-EQY-PREV-TERM NOT = SPACES
104030         PERFORM 4967-EQY-PREV-TERM THRU 4967-EQY-PREV-TERM-EXIT
104040     END-IF
104050     PERFORM 4980-EQY-WRITE-TERM THRU 4980-EQY-WRITE-TERM-EXIT.
104060 4955-EQY-TERM-EXIT.
104070     EXIT.
104080
104090*-----------------------------------------------------------------
104100*    4957-EQY-TALLY-CAN -- ONE LOADED CANDIDATE INTO THE CURRENT
104110*    TERM'S GROUPS, IF THEY APPLIED FOR IT.
104120*-----------------------------------------------------------------
104130 4957-EQY-TALLY-CAN.
104140     MOVE 'N' TO TAR-EQY-APPL-SW
104150     MOVE 'N' TO TAR-EQY-APPT-SW
104160     MOVE 0 TO TAR-EQY-RANK
104170     MOVE 'N' TO TAR-EQY-PREPIN
104180     MOVE 'N' TO TAR-EQY-CLEAR
104190     PERFORM 3080-FIND-APPT THRU 3080-FIND-APPT-EXIT
104200     IF TAR-APPT-FOUND-SUB > 0
104210         MOVE 'Y' TO TAR-EQY-APPL-SW
104220         MOVE 'Y' TO TAR-EQY-APPT-SW
104230         MOVE CAN-APPT-RANK (CAN-IDX, TAR-APPT-FOUND-SUB)
104240             TO TAR-EQY-RANK
104250         MOVE CAN-APPT-PREPIN (CAN-IDX, TAR-APPT-FOUND-SUB)
104260             TO TAR-EQY-PREPIN
104270         MOVE CAN-APPT-CLEAR (CAN-IDX, TAR-APPT-FOUND-SUB)
104280             TO TAR-EQY-CLEAR
104290     ELSE
104300         PERFORM 4958-EQY-CHK-PREF THRU 4958-EQY-CHK-PREF-EXIT
104310             VARYING TAR-EQY-PREF-SUB FROM 1 BY 1
104320             UNTIL TAR-EQY-PREF-SUB > CAN-PREF-COUNT (CAN-IDX)
104330                OR TAR-EQY-APPL-SW = 'Y'
104340     END-IF
104350     IF TAR-EQY-APPL-SW = 'N'
104360         GO TO 4957-EQY-TALLY-CAN-EXIT
104370     END-IF
104380     MOVE CAN-ID (CAN-IDX) TO CMS-ID
104390     PERFORM 4959-EQY-GET-DEPT THRU 4959-EQY-GET-DEPT-EXIT
104400     MOVE CAN-GPA (CAN-IDX) TO TAR-EQY-GPA
104410     PERFORM 4965-EQY-GPA-BAND THRU 4965-EQY-GPA-BAND-EXIT
104420     MOVE 'FIRST-TIME TA' TO TAR-EQY-RET-NAME
104430     IF EQF-FIRST-TERM (CAN-IDX) NOT = SPACES
104440         MOVE EQF-FIRST-TERM (CAN-IDX) TO TAR-CMP-TERM-A
104450         MOVE TAR-CUR-TERM TO TAR-CMP-TERM-B
104460         PERFORM 3252-CMP-TERMS THRU 3252-CMP-TERMS-EXIT
104470         IF TAR-CMP-BEFORE
104480             MOVE 'RETURNING TA' TO TAR-EQY-RET-NAME
104490         END-IF
104500     END-IF
104510     MOVE 'A' TO TAR-EQY-TYPE
104520     MOVE 'ALL CANDIDATES' TO TAR-EQY-NAME
104530     PERFORM 4964-EQY-POST THRU 4964-EQY-POST-EXIT
104540     MOVE 'D' TO TAR-EQY-TYPE
104550     MOVE TAR-EQY-DEPT TO TAR-EQY-NAME
104560     PERFORM 4964-EQY-POST THRU 4964-EQY-POST-EXIT
104570     MOVE 'G' TO TAR-EQY-TYPE
104580     MOVE TAR-EQY-BAND TO TAR-EQY-NAME
104590     PERFORM 4964-EQY-POST THRU 4964-EQY-POST-EXIT
104600     MOVE 'F' TO TAR-EQY-TYPE
104610     MOVE TAR-EQY-RET-NAME TO TAR-EQY-NAME
104620     PERFORM 4964-EQY-POST THRU 4964-EQY-POST-EXIT.
104630 4957-EQY-TALLY-CAN-EXIT.
104640     EXIT.
104650
104660 4958-EQY-CHK-PREF.
104670     MOVE CAN-PREF-LIST (CAN-IDX, TAR-EQY-PREF-SUB)
104680         TO TAR-TARGET-INS
104690     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
104700     IF TAR-FOUND-SW = 'Y'
104710         AND INS-TERM-CODE (TAR-INS-FOUND-IDX) = TAR-CUR-TERM
104720         MOVE 'Y' TO TAR-EQY-APPL-SW
104730     END-IF.
104740 4958-EQY-CHK-PREF-EXIT.
104750     EXIT.
104760
104770*-----------------------------------------------------------------
104780*    4959-EQY-GET-DEPT -- HOME DEPARTMENT OF THE CMS-ID THE
104790*    CALLER MOVED IN, FROM CAN_MASTER.DAT.
104800*-----------------------------------------------------------------
104810 4959-EQY-GET-DEPT.
104820     PERFORM 4510-LOOKUP-CAN-MST THRU 4510-LOOKUP-CAN-MST-EXIT
104830     IF TAR-MST-FOUND-SW = 'Y'
104840         AND TAR-MST-DEPT NOT = SPACES
104850         MOVE TAR-MST-DEPT TO TAR-EQY-DEPT
104860     ELSE
104870         MOVE 'NO MASTER RECORD' TO TAR-EQY-DEPT
104880     END-IF.
104890 4959-EQY-GET-DEPT-EXIT.
104900     EXIT.
104910
104920*-----------------------------------------------------------------
104930*    4960-EQY-FIND-GROUP -- LOCATE (OR ADD) THE GROUP NAMED
104940*    TAR-EQY-NAME UNDER BREAKDOWN TAR-EQY-TYPE ('A' ALL, 'D'
104950*    DEPARTMENT, 'G' GPA BAND, 'F' FIRST-TIME/RETURNING).
104960*    TAR-EQG-FOUND-SUB IS ZERO ONLY WHEN THE TABLE IS FULL.
104970*-----------------------------------------------------------------
104980 4960-EQY-FIND-GROUP.
104990     MOVE 0 TO TAR-EQG-FOUND-SUB
105000     PERFORM 4961-EQY-CHK-GROUP THRU 4961-EQY-CHK-GROUP-EXIT
105010         VARYING TAR-EQG-SUB FROM 1 BY 1
105020         UNTIL TAR-EQG-SUB > TAR-EQG-COUNT
105030            OR TAR-EQG-FOUND-SUB > 0
105040     IF TAR-EQG-FOUND-SUB > 0
105050         GO TO 4960-EQY-FIND-GROUP-EXIT
105060     END-IF
105070     IF TAR-EQG-COUNT >= 80
105080         IF TAR-EQG-FULL-SW = 'N'
105090             DISPLAY 'EQUITY GROUP TABLE FULL, REPORT PARTIAL'
105100             MOVE 'Y' TO TAR-EQG-FULL-SW
105110         END-IF
105120         GO TO 4960-EQY-FIND-GROUP-EXIT
105130     END-IF
105140     ADD 1 TO TAR-EQG-COUNT
105150     MOVE TAR-EQG-COUNT TO TAR-EQG-FOUND-SUB
105160     MOVE TAR-EQY-TYPE TO EQG-TYPE (TAR-EQG-COUNT)
105170     MOVE TAR-EQY-NAME TO EQG-NAME (TAR-EQG-COUNT)
105180     MOVE 0 TO EQG-APPL (TAR-EQG-COUNT)
105190     MOVE 0 TO EQG-APPT (TAR-EQG-COUNT)
105200     MOVE 0 TO EQG-PREPIN (TAR-EQG-COUNT)
105210     MOVE 0 TO EQG-CLEAR (TAR-EQG-COUNT)
105220     MOVE 0 TO EQG-RSUM (TAR-EQG-COUNT)
105230     MOVE 0 TO EQG-RCNT (TAR-EQG-COUNT)
105240     MOVE 0 TO EQG-P-APPT (TAR-EQG-COUNT)
105250     MOVE 0 TO EQG-P-PREPIN (TAR-EQG-COUNT)
105260     MOVE 0 TO EQG-P-CLEAR (TAR-EQG-COUNT)
105270     MOVE 0 TO EQG-P-RSUM (TAR-EQG-COUNT)
105280     MOVE 0 TO EQG-P-RCNT (TAR-EQG-COUNT).
105290 4960-EQY-FIND-GROUP-EXIT.
105300     EXIT.
105310
105320 4961-EQY-CHK-GROUP.
105330     IF EQG-TYPE (TAR-EQG-SUB) = TAR-EQY-TYPE
105340         AND EQG-NAME (TAR-EQG-SUB) = TAR-EQY-NAME
105350         MOVE TAR-EQG-SUB TO TAR-EQG-FOUND-SUB
105360     END-IF.
105370 4961-EQY-CHK-GROUP-EXIT.
105380     EXIT.
105390
105400 4962-EQY-ADD-CUR.
105410     ADD 1 TO EQG-APPL (TAR-EQG-FOUND-SUB)
105420     IF TAR-EQY-APPT-SW = 'N'
105430         GO TO 4962-EQY-ADD-CUR-EXIT
105440     END-IF
105450     ADD 1 TO EQG-APPT (TAR-EQG-FOUND-SUB)
105460     EVALUATE TRUE
105470         WHEN TAR-EQY-PREPIN = 'Y'
105480             ADD 1 TO EQG-PREPIN (TAR-EQG-FOUND-SUB)
105490         WHEN TAR-EQY-CLEAR = 'Y'
105500             ADD 1 TO EQG-CLEAR (TAR-EQG-FOUND-SUB)
105510         WHEN TAR-EQY-RANK > 0
105520             ADD TAR-EQY-RANK TO EQG-RSUM (TAR-EQG-FOUND-SUB)
105530             ADD 1 TO EQG-RCNT (TAR-EQG-FOUND-SUB)
105540     END-EVALUATE.
105550 4962-EQY-ADD-CUR-EXIT.
105560     EXIT.
105570
105580 4963-EQY-ADD-PREV.
105590     ADD 1 TO EQG-P-APPT (TAR-EQG-FOUND-SUB)
105600     EVALUATE TRUE
105610         WHEN TAR-EQY-PREPIN = 'Y'
105620             ADD 1 TO EQG-P-PREPIN (TAR-EQG-FOUND-SUB)
105630         WHEN TAR-EQY-CLEAR = 'Y'
105640             ADD 1 TO EQG-P-CLEAR (TAR-EQG-FOUND-SUB)
105650         WHEN TAR-EQY-RANK > 0
105660             ADD TAR-EQY-RANK TO EQG-P-RSUM (TAR-EQG-FOUND-SUB)
105670             ADD 1 TO EQG-P-RCNT (TAR-EQG-FOUND-SUB)
105680     END-EVALUATE.
105690 4963-EQY-ADD-PREV-EXIT.
105700     EXIT.
105710
105720*-----------------------------------------------------------------
105730*    4964-EQY-POST -- ADD ONE CANDIDATE'S OUTCOME (TAR-EQY-APPT-
105740*    SW, -RANK, -PREPIN, -CLEAR) TO GROUP TAR-EQY-TYPE/-NAME ON
105750*    SIDE TAR-EQY-SIDE ('C' THIS TERM, 'P' PREVIOUS TERM). ONLY A
105760*    PREFERENCE MATCH COUNTS TOWARDS THE AVERAGE CHOICE.
105770*-----------------------------------------------------------------
105780 4964-EQY-POST.
105790     PERFORM 4960-EQY-FIND-GROUP THRU 4960-EQY-FIND-GROUP-EXIT
105800     IF TAR-EQG-FOUND-SUB = 0
105810         GO TO 4964-EQY-POST-EXIT
105820     END-IF
105830     IF TAR-EQY-SIDE = 'P'
105840         PERFORM 4963-EQY-ADD-PREV THRU 4963-EQY-ADD-PREV-EXIT
105850     ELSE
105860         PERFORM 4962-EQY-ADD-CUR THRU 4962-EQY-ADD-CUR-EXIT
105870     END-IF.
105880 4964-EQY-POST-EXIT.
105890     EXIT.
105900
105910 4965-EQY-GPA-BAND.
105920     EVALUATE TRUE
105930         WHEN TAR-EQY-GPA >= 3.50
105940             MOVE 'GPA 3.50 AND ABOVE' TO TAR-EQY-BAND
105950         WHEN TAR-EQY-GPA >= 3.00
105960             MOVE 'GPA 3.00 - 3.49' TO TAR-EQY-BAND
105970         WHEN TAR-EQY-GPA >= 2.50
105980             MOVE 'GPA 2.50 - 2.99' TO TAR-EQY-BAND
105990         WHEN OTHER
106000             MOVE 'GPA BELOW 2.50' TO TAR-EQY-BAND
106010     END-EVALUATE.
106020 4965-EQY-GPA-BAND-EXIT.
106030     EXIT.
106040
106050*-----------------------------------------------------------------
106060*    4966-EQY-CHK-PREV-TERM -- THE LATEST ARCHIVED TERM BEFORE
106070*    TAR-CUR-TERM IN CALENDAR ORDER (3252) IS THE PREVIOUS TERM.
106080*-----------------------------------------------------------------
106090 4966-EQY-CHK-PREV-TERM.
106100     MOVE EQT-TERM-CODE (TAR-EQT-SUB) TO TAR-CMP-TERM-A
106110     MOVE TAR-CUR-TERM TO TAR-CMP-TERM-B
106120     PERFORM 3252-CMP-TERMS THRU 3252-CMP-TERMS-EXIT
106130     IF NOT TAR-CMP-BEFORE
106140         GO TO 4966-EQY-CHK-PREV-TERM-EXIT
106150     END-IF
106160     IF TAR-EQY-PREV-TERM NOT = SPACES
106170         MOVE TAR-EQY-PREV-TERM TO TAR-CMP-TERM-B
106180         PERFORM 3252-CMP-TERMS THRU 3252-CMP-TERMS-EXIT
106190         IF NOT TAR-CMP-AFTER
106200             GO TO 4966-EQY-CHK-PREV-TERM-EXIT
106210         END-IF
106220     END-IF
106230     MOVE EQT-TERM-CODE (TAR-EQT-SUB) TO TAR-EQY-PREV-TERM
106240     MOVE EQT-RUN-SEQ (TAR-EQT-SUB) TO TAR-EQY-PREV-SEQ.
106250 4966-EQY-CHK-PREV-TERM-EXIT.
106260     EXIT.
106270
106280*-----------------------------------------------------------------
106290*    4967-EQY-PREV-TERM -- TALLY TAR-EQY-PREV-TERM FROM THE
106300*    ARCHIVE: ONE PASS FOR ITS APPOINTEES, ONE FOR WHETHER EACH
106310*    OF THEM HAD SERVED IN A TERM BEFORE IT.
106320*-----------------------------------------------------------------
106330 4967-EQY-PREV-TERM.
106340     OPEN INPUT ASSIGN-HISTORY
106350     IF NOT HIS-FS-OK
106360         DISPLAY 'ASSIGN-HISTORY NOT AVAILABLE, STATUS=' HIS-FS
106370         GO TO 4967-EQY-PREV-TERM-EXIT
106380     END-IF
106390     MOVE 'Y' TO TAR-EQY-PREV-SW
106400     MOVE 'P' TO TAR-EQY-SIDE
106410     MOVE 0 TO TAR-EQP-COUNT
106420     MOVE 'N' TO TAR-EQP-FULL-SW
106430     MOVE 'N' TO TAR-HIS-EOF-SW
106440     PERFORM 4970-EQY-READ-PREV THRU 4970-EQY-READ-PREV-EXIT
106450         UNTIL TAR-HIS-EOF-SW = 'Y'
106460     CLOSE ASSIGN-HISTORY
106470     OPEN INPUT ASSIGN-HISTORY
106480     IF HIS-FS-OK
106490         MOVE 'N' TO TAR-HIS-EOF-SW
106500         PERFORM 4972-EQY-READ-EARLIER THRU
106510             4972-EQY-READ-EARLIER-EXIT
106520             UNTIL TAR-HIS-EOF-SW = 'Y'
106530         CLOSE ASSIGN-HISTORY
106540     END-IF
106550     PERFORM 4974-EQY-TALLY-EQP THRU 4974-EQY-TALLY-EQP-EXIT
106560         VARYING TAR-EQP-SUB FROM 1 BY 1
106570         UNTIL TAR-EQP-SUB > TAR-EQP-COUNT.
106580 4967-EQY-PREV-TERM-EXIT.
106590     EXIT.
106600
106610*-----------------------------------------------------------------
106620*    4970-EQY-READ-PREV -- ONE APPOINTMENT OF THE PREVIOUS TERM'S
106630*    LATEST GENERATION: POSTED TO THE ALL, DEPARTMENT AND GPA
106640*    GROUPS NOW, AND KEPT IN EQP-TABLE UNTIL 4972 HAS SEEN
106650*    WHETHER THE TA SERVED BEFORE IT. A CANDIDATE NO LONGER ON
106660*    CANDIDATES.TXT HAS NO GPA TO BAND.
106670*-----------------------------------------------------------------
106680 4970-EQY-READ-PREV.
106690     READ ASSIGN-HISTORY NEXT RECORD
106700         AT END
106710             MOVE 'Y' TO TAR-HIS-EOF-SW
106720             GO TO 4970-EQY-READ-PREV-EXIT
106730     END-READ
106740     IF HIS-TERM-CODE NOT = TAR-EQY-PREV-TERM
106750         OR HIS-RUN-SEQ NOT = TAR-EQY-PREV-SEQ
106760         GO TO 4970-EQY-READ-PREV-EXIT
106770     END-IF
106780     MOVE 'Y' TO TAR-EQY-APPT-SW
106790     MOVE HIS-CAN-RANK TO TAR-EQY-RANK
106800     MOVE HIS-PREPIN TO TAR-EQY-PREPIN
106810     MOVE HIS-CLEARING TO TAR-EQY-CLEAR
106820     IF TAR-EQP-COUNT < 2000
106830         ADD 1 TO TAR-EQP-COUNT
106840         MOVE HIS-CAN-ID TO EQP-CAN-ID (TAR-EQP-COUNT)
106850         MOVE HIS-CAN-RANK TO EQP-RANK (TAR-EQP-COUNT)
106860         MOVE HIS-PREPIN TO EQP-PREPIN (TAR-EQP-COUNT)
106870         MOVE HIS-CLEARING TO EQP-CLEAR (TAR-EQP-COUNT)
106880         MOVE 'N' TO EQP-RET-SW (TAR-EQP-COUNT)
106890     ELSE
106900         IF TAR-EQP-FULL-SW = 'N'
106910             DISPLAY 'EQUITY PREVIOUS-TERM TABLE FULL, '
106920                 'FIRST-TIME/RETURNING PARTIAL'
106930             MOVE 'Y' TO TAR-EQP-FULL-SW
106940         END-IF
106950     END-IF
106960     MOVE HIS-CAN-ID TO CMS-ID
106970     PERFORM 4959-EQY-GET-DEPT THRU 4959-EQY-GET-DEPT-EXIT
106980     MOVE HIS-CAN-ID TO TAR-TARGET-CAN
106990     PERFORM 3053-FIND-CAN THRU 3053-FIND-CAN-EXIT
107000     IF TAR-FOUND-SW = 'Y'
107010         SET CAN-IDX TO TAR-CAN-FOUND-IDX
107020         MOVE CAN-GPA (CAN-IDX) TO TAR-EQY-GPA
107030         PERFORM 4965-EQY-GPA-BAND THRU 4965-EQY-GPA-BAND-EXIT
107040     ELSE
107050         MOVE 'GPA NOT KNOWN' TO TAR-EQY-BAND
107060     END-IF
107070     MOVE 'A' TO TAR-EQY-TYPE
107080     MOVE 'ALL CANDIDATES' TO TAR-EQY-NAME
107090     PERFORM 4964-EQY-POST THRU 4964-EQY-POST-EXIT
107100     MOVE 'D' TO TAR-EQY-TYPE
107110     MOVE TAR-EQY-DEPT TO TAR-EQY-NAME
107120     PERFORM 4964-EQY-POST THRU 4964-EQY-POST-EXIT
107130     MOVE 'G' TO TAR-EQY-TYPE
107140     MOVE TAR-EQY-BAND TO TAR-EQY-NAME
107150     PERFORM 4964-EQY-POST THRU 4964-EQY-POST-EXIT.
107160 4970-EQY-READ-PREV-EXIT.
107170     EXIT.
107180
107190 4972-EQY-READ-EARLIER.
107200     READ ASSIGN-HISTORY NEXT RECORD
107210         AT END
107220             MOVE 'Y' TO TAR-HIS-EOF-SW
107230             GO TO 4972-EQY-READ-EARLIER-EXIT
107240     END-READ
107250     MOVE HIS-TERM-CODE TO TAR-CMP-TERM-A
107260     MOVE TAR-EQY-PREV-TERM TO TAR-CMP-TERM-B
107270     PERFORM 3252-CMP-TERMS THRU 3252-CMP-TERMS-EXIT
107280     IF NOT TAR-CMP-BEFORE
107290         GO TO 4972-EQY-READ-EARLIER-EXIT
107300     END-IF
107310     PERFORM 4973-EQY-CHK-EQP THRU 4973-EQY-CHK-EQP-EXIT
107320         VARYING TAR-EQP-SUB FROM 1 BY 1
107330         UNTIL TAR-EQP-SUB > TAR-EQP-COUNT.
107340 4972-EQY-READ-EARLIER-EXIT.
107350     EXIT.
107360
107370 4973-EQY-CHK-EQP.
107380     IF EQP-CAN-ID (TAR-EQP-SUB) = HIS-CAN-ID
107390         MOVE 'Y' TO EQP-RET-SW (TAR-EQP-SUB)
107400     END-IF.
107410 4973-EQY-CHK-EQP-EXIT.
107420     EXIT.
107430
107440 4974-EQY-TALLY-EQP.
107450     MOVE 'Y' TO TAR-EQY-APPT-SW
107460     MOVE EQP-RANK (TAR-EQP-SUB) TO TAR-EQY-RANK
107470     MOVE EQP-PREPIN (TAR-EQP-SUB) TO TAR-EQY-PREPIN
107480     MOVE EQP-CLEAR (TAR-EQP-SUB) TO TAR-EQY-CLEAR
107490     MOVE 'F' TO TAR-EQY-TYPE
107500     IF EQP-RET-SW (TAR-EQP-SUB) = 'Y'
107510         MOVE 'RETURNING TA' TO TAR-EQY-NAME
107520     ELSE
107530         MOVE 'FIRST-TIME TA' TO TAR-EQY-NAME
107540     END-IF
107550     PERFORM 4964-EQY-POST THRU 4964-EQY-POST-EXIT.
107560 4974-EQY-TALLY-EQP-EXIT.
107570     EXIT.
107580
107590 4980-EQY-WRITE-TERM.
107600     MOVE SPACES TO EQUITY-REPORT-RECORD
107610     STRING 'EQUITY OF TA APPOINTMENTS, TERM ' TAR-CUR-TERM
107620         DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
107630     PERFORM 4990-PUT-EQY THRU 4990-PUT-EQY-EXIT
107640     MOVE SPACES TO EQUITY-REPORT-RECORD
107650     EVALUATE TRUE
107660         WHEN TAR-EQY-PREV-SW = 'Y'
107670             STRING '  PREVIOUS TERM ' TAR-EQY-PREV-TERM
107680                 ' AS ARCHIVED BY RUN SEQ ' TAR-EQY-PREV-SEQ
107690                 DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
107700         WHEN TAR-EQY-HIS-SW = 'N'
107710             STRING '  ASSIGN_HISTORY.DAT NOT AVAILABLE: NO '
107720                 'PREVIOUS TERM, EVERY TA COUNTED FIRST-TIME'
107730                 DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
107740         WHEN OTHER
107750             STRING '  NO EARLIER TERM ON ASSIGN_HISTORY.DAT TO '
107760                 'COMPARE WITH'
107770                 DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
107780     END-EVALUATE
107790     PERFORM 4990-PUT-EQY THRU 4990-PUT-EQY-EXIT
107800     MOVE 'A' TO TAR-EQY-TYPE
107810     PERFORM 4982-EQY-WRITE-GROUP THRU 4982-EQY-WRITE-GROUP-EXIT
107820         VARYING TAR-EQG-SUB FROM 1 BY 1
107830         UNTIL TAR-EQG-SUB > TAR-EQG-COUNT
107840     MOVE 'BY HOME DEPARTMENT' TO EQUITY-REPORT-RECORD
107850     PERFORM 4990-PUT-EQY THRU 4990-PUT-EQY-EXIT
107860     MOVE 'D' TO TAR-EQY-TYPE
107870     PERFORM 4982-EQY-WRITE-GROUP THRU 4982-EQY-WRITE-GROUP-EXIT
107880         VARYING TAR-EQG-SUB FROM 1 BY 1
107890         UNTIL TAR-EQG-SUB > TAR-EQG-COUNT
107900     MOVE 'BY GPA BAND' TO EQUITY-REPORT-RECORD
107910     PERFORM 4990-PUT-EQY THRU 4990-PUT-EQY-EXIT
107920     MOVE 'G' TO TAR-EQY-TYPE
107930     PERFORM 4982-EQY-WRITE-GROUP THRU 4982-EQY-WRITE-GROUP-EXIT
107940         VARYING TAR-EQG-SUB FROM 1 BY 1
107950         UNTIL TAR-EQG-SUB > TAR-EQG-COUNT
107960     MOVE 'FIRST-TIME VERSUS RETURNING TA' TO EQUITY-REPORT-RECORD
107970     PERFORM 4990-PUT-EQY THRU 4990-PUT-EQY-EXIT
107980     MOVE 'F' TO TAR-EQY-TYPE
107990     PERFORM 4982-EQY-WRITE-GROUP THRU 4982-EQY-WRITE-GROUP-EXIT
108000         VARYING TAR-EQG-SUB FROM 1 BY 1
108010         UNTIL TAR-EQG-SUB > TAR-EQG-COUNT.
108020 4980-EQY-WRITE-TERM-EXIT.
108030     EXIT.
108040
108050*-----------------------------------------------------------------
108060*    4982-EQY-WRITE-GROUP -- ONE GROUP OF BREAKDOWN TAR-EQY-TYPE:
108070*    RATE IS APPOINTEES PER HUNDRED APPLICANTS, RATE EXCL THE
108080*    SAME LEAVING OUT PRE-PINS AND CLEARING PLACEMENTS, AVG
108090*    CHOICE THE MEAN PREFERENCE RANK SATISFIED. THE PREVIOUS-TERM
108100*    LINE FOLLOWS WHEN THERE IS ONE.
108110*-----------------------------------------------------------------
108120 4982-EQY-WRITE-GROUP.
108130     IF EQG-TYPE (TAR-EQG-SUB) NOT = TAR-EQY-TYPE
108140         GO TO 4982-EQY-WRITE-GROUP-EXIT
108150     END-IF
108160     MOVE 0 TO TAR-EQY-RATE
108170     MOVE 0 TO TAR-EQY-XRATE
108180     MOVE 0 TO TAR-EQY-AVG
108190     MOVE 0 TO TAR-EQY-PAVG
108200     IF EQG-APPL (TAR-EQG-SUB) > 0
108210         COMPUTE TAR-EQY-RATE ROUNDED =
108220             EQG-APPT (TAR-EQG-SUB) * 100 / EQG-APPL (TAR-EQG-SUB)
108230         COMPUTE TAR-EQY-XRATE ROUNDED =
108240             (EQG-APPT (TAR-EQG-SUB) - EQG-PREPIN (TAR-EQG-SUB)
108250              - EQG-CLEAR (TAR-EQG-SUB)) * 100
108260             / EQG-APPL (TAR-EQG-SUB)
108270     END-IF
108280     IF EQG-RCNT (TAR-EQG-SUB) > 0
108290         COMPUTE TAR-EQY-AVG ROUNDED =
108300             EQG-RSUM (TAR-EQG-SUB) / EQG-RCNT (TAR-EQG-SUB)
108310     END-IF
108320     IF EQG-P-RCNT (TAR-EQG-SUB) > 0
108330         COMPUTE TAR-EQY-PAVG ROUNDED =
108340             EQG-P-RSUM (TAR-EQG-SUB) / EQG-P-RCNT (TAR-EQG-SUB)
108350     END-IF
108360     COMPUTE TAR-EQY-CHG =
108370         EQG-APPT (TAR-EQG-SUB) - EQG-P-APPT (TAR-EQG-SUB)
108380     MOVE TAR-EQY-RATE TO TAR-EQY-EDIT-RATE
108390     MOVE TAR-EQY-XRATE TO TAR-EQY-EDIT-XRATE
108400     MOVE TAR-EQY-AVG TO TAR-EQY-EDIT-AVG
108410     MOVE TAR-EQY-PAVG TO TAR-EQY-EDIT-PAVG
108420     MOVE TAR-EQY-CHG TO TAR-EQY-EDIT-CHG
108430     MOVE SPACES TO EQUITY-REPORT-RECORD
108440     STRING '  ' EQG-NAME (TAR-EQG-SUB)
108450         ' APPL=' EQG-APPL (TAR-EQG-SUB)
108460         ' APPT=' EQG-APPT (TAR-EQG-SUB)
108470         ' RATE=' TAR-EQY-EDIT-RATE
108480         '% PRE-PIN=' EQG-PREPIN (TAR-EQG-SUB)
108490         ' CLEARING=' EQG-CLEAR (TAR-EQG-SUB)
108500         ' RATE EXCL=' TAR-EQY-EDIT-XRATE
108510         '% AVG CHOICE=' TAR-EQY-EDIT-AVG
108520         DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
108530     PERFORM 4990-PUT-EQY THRU 4990-PUT-EQY-EXIT
108540     IF TAR-EQY-PREV-SW = 'N'
108550         GO TO 4982-EQY-WRITE-GROUP-EXIT
108560     END-IF
108570     MOVE SPACES TO EQUITY-REPORT-RECORD
108580     STRING '      PREVIOUS TERM:'
108590         '       APPT=' EQG-P-APPT (TAR-EQG-SUB)
108600         ' PRE-PIN=' EQG-P-PREPIN (TAR-EQG-SUB)
108610         ' CLEARING=' EQG-P-CLEAR (TAR-EQG-SUB)
108620         ' AVG CHOICE=' TAR-EQY-EDIT-PAVG
108630         ' APPT CHANGE=' TAR-EQY-EDIT-CHG
108640         DELIMITED BY SIZE INTO EQUITY-REPORT-RECORD
108650     PERFORM 4990-PUT-EQY THRU 4990-PUT-EQY-EXIT.
108660 4982-EQY-WRITE-GROUP-EXIT.
108670     EXIT.
108680
108690 4990-PUT-EQY.
108700     WRITE EQUITY-REPORT-RECORD
108710     ADD 1 TO TAR-EQR-CNT.
108720 4990-PUT-EQY-EXIT.
108730     EXIT.
108740
108750*=================================================================
108760*    7600-GL-POST-FULL -- GENERAL-LEDGER POSTING OF THE FULL
108770*    RUN'S COSTED APPOINTMENTS, SO FINANCE NO LONGER RE-KEYS THE
108780*    STIPEND TOTALS FROM BUDGET_RECON.TXT. EVERY FILLED SLOT (THE
108790*    SAME MATCH SET 4200-WRITE-PAYROLL EXPORTED) IS COSTED THE
108800*    WAY 4400-BUDGET-RECON COSTS IT -- APPT-HOURS TIMES THE
108810*    STIPEND RATE -- AND SUMMED BY TERM, DEPARTMENT (FROM THE
108820*    INSTRUCTOR MASTER) AND COURSE. EACH SUM POSTS AS ONE
108830*    BALANCED PAIR OF ORIGINAL ('O') LINES: DEBIT THE STIPEND
108840*    EXPENSE ACCOUNT, CREDIT THE STIPEND PAYABLE ACCOUNT, BOTH
108850*    FROM GL_ACCOUNTS.TXT. THE BATCH TRAILER'S APPOINTMENT COUNT
108860*    AND HOURS TIE TO PAYROLL_EXPORT.TXT'S TRAILER COUNT AND THE
108870*    SUM OF ITS HOURS COLUMN.
108880*    A RE-RUN MUST NOT POST A TERM TWICE, SO THE BATCH FIRST
108890*    REVERSES WHAT THE LEDGER ALREADY HOLDS FOR EVERY TERM ON THIS
108900*    RUN'S INSTRUCTOR FILE (7690): THE EXPENSE SIDE OF EVERY
108910*    EARLIER PAIR ON GL_JOURNAL.TXT, WHATEVER MODE POSTED IT --
108920*    ORIGINAL AND CORRECTING LINES LESS REVERSING ONES -- IS
108930*    NETTED BY TERM, DEPARTMENT, COURSE AND ACCOUNTS, AND EACH NET
108940*    STILL STANDING POSTS AS ONE 'R' PAIR AGAINST THE ACCOUNTS IT
108950*    WENT TO (7695). THE LEDGER THEN CARRIES EXACTLY THIS RUN'S
108960*    COST FOR THOSE TERMS; THE REVERSED APPOINTMENTS AND HOURS
108970*    SHOW IN THE TRAILER'S REVERSAL TOTALS, NOT THE POSTED ONES.
108980*=================================================================
108990 7600-GL-POST-FULL.
109000     MOVE 'FULL' TO TAR-GL-SOURCE
109010     PERFORM 7650-GL-LOAD-ACCTS THRU 7650-GL-LOAD-ACCTS-EXIT
109020     MOVE 0 TO TAR-GLS-COUNT
109030     PERFORM 7605-GL-SUM-INS THRU 7605-GL-SUM-INS-EXIT
109040         VARYING INS-IDX FROM 1 BY 1
109050         UNTIL INS-IDX > TAR-INS-COUNT
109060     PERFORM 7690-GL-LOAD-PRIOR THRU 7690-GL-LOAD-PRIOR-EXIT
109070     MOVE 'R' TO TAR-GL-ENTRY-TYPE
109080     MOVE SPACES TO TAR-GL-CAN-ID
109090     PERFORM 7695-GL-REVERSE-PRIOR THRU 7695-GL-REVERSE-PRIOR-EXIT
109100         VARYING TAR-GLP-SUB FROM 1 BY 1
109110         UNTIL TAR-GLP-SUB > TAR-GLP-COUNT
109120     MOVE 'O' TO TAR-GL-ENTRY-TYPE
109130     MOVE SPACES TO TAR-GL-CAN-ID
109140     PERFORM 7610-GL-POST-GLS THRU 7610-GL-POST-GLS-EXIT
109150         VARYING TAR-GLS-SUB FROM 1 BY 1
109160         UNTIL TAR-GLS-SUB > TAR-GLS-COUNT
109170     PERFORM 7640-GL-CLOSE-BATCH THRU 7640-GL-CLOSE-BATCH-EXIT.
109180 7600-GL-POST-FULL-EXIT.
109190     EXIT.
109200
109210 7605-GL-SUM-INS.
109220     IF INS-FILLED-COUNT (INS-IDX) = 0
109230         GO TO 7605-GL-SUM-INS-EXIT
109240     END-IF
109250     PERFORM 7685-GL-COST-BASIS THRU 7685-GL-COST-BASIS-EXIT
109260     PERFORM 7606-GL-SUM-SLOT THRU 7606-GL-SUM-SLOT-EXIT
109270         VARYING SLT-IDX FROM 1 BY 1
109280         UNTIL SLT-IDX > INS-FILLED-COUNT (INS-IDX).
109290 7605-GL-SUM-INS-EXIT.
109300     EXIT.
109310
109320 7606-GL-SUM-SLOT.
109330     IF INS-SLOT-CAN-ID (INS-IDX, SLT-IDX) = SPACES
109340         GO TO 7606-GL-SUM-SLOT-EXIT
109350     END-IF
109360     IF TAR-RTE-FOUND-SUB = 0
109370         ADD 1 TO TAR-GL-NORATE
109380     END-IF
109390     MOVE 0 TO TAR-GLS-FOUND-SUB
109400     PERFORM 7607-GL-CHK-GLS THRU 7607-GL-CHK-GLS-EXIT
109410         VARYING TAR-GLS-SUB FROM 1 BY 1
109420         UNTIL TAR-GLS-SUB > TAR-GLS-COUNT
109430     IF TAR-GLS-FOUND-SUB = 0
109440         IF TAR-GLS-COUNT >= 1000
109450             DISPLAY 'GL SUMMARY TABLE FULL'
109460             GO TO 7606-GL-SUM-SLOT-EXIT
109470         END-IF
109480         ADD 1 TO TAR-GLS-COUNT
109490         MOVE TAR-GLS-COUNT TO TAR-GLS-FOUND-SUB
109500         MOVE TAR-GL-TERM TO GLS-TERM-CODE (TAR-GLS-FOUND-SUB)
109510         MOVE TAR-GL-DEPT TO GLS-DEPT (TAR-GLS-FOUND-SUB)
109520         MOVE TAR-GL-COURSE TO GLS-COURSE-CODE (TAR-GLS-FOUND-SUB)
109530         MOVE 0 TO GLS-HOURS (TAR-GLS-FOUND-SUB)
109540         MOVE 0 TO GLS-APPT-CNT (TAR-GLS-FOUND-SUB)
109550         MOVE 0 TO GLS-COST (TAR-GLS-FOUND-SUB)
109560     END-IF
109570     ADD INS-APPT-HOURS (INS-IDX) TO GLS-HOURS (TAR-GLS-FOUND-SUB)
109580     ADD 1 TO GLS-APPT-CNT (TAR-GLS-FOUND-SUB)
109590     COMPUTE GLS-COST (TAR-GLS-FOUND-SUB) =
109600         GLS-COST (TAR-GLS-FOUND-SUB)
109610         + INS-APPT-HOURS (INS-IDX) * TAR-GL-RATE.
109620 7606-GL-SUM-SLOT-EXIT.
109630     EXIT.
109640
109650 7607-GL-CHK-GLS.
109660     IF TAR-GLS-FOUND-SUB = 0
109670         AND GLS-TERM-CODE (TAR-GLS-SUB) = TAR-GL-TERM
109680         AND GLS-DEPT (TAR-GLS-SUB) = TAR-GL-DEPT
109690         AND GLS-COURSE-CODE (TAR-GLS-SUB) = TAR-GL-COURSE
109700         MOVE TAR-GLS-SUB TO TAR-GLS-FOUND-SUB
109710     END-IF.
109720 7607-GL-CHK-GLS-EXIT.
109730     EXIT.
109740
109750 7610-GL-POST-GLS.
109760     MOVE GLS-TERM-CODE (TAR-GLS-SUB)   TO TAR-GL-TERM
109770     MOVE GLS-DEPT (TAR-GLS-SUB)        TO TAR-GL-DEPT
109780     MOVE GLS-COURSE-CODE (TAR-GLS-SUB) TO TAR-GL-COURSE
109790     MOVE GLS-HOURS (TAR-GLS-SUB)       TO TAR-GL-HOURS
109800     MOVE GLS-APPT-CNT (TAR-GLS-SUB)    TO TAR-GL-APPTS
109810     MOVE GLS-COST (TAR-GLS-SUB)        TO TAR-GL-AMOUNT
109820     PERFORM 7620-GL-POST-PAIR THRU 7620-GL-POST-PAIR-EXIT.
109830 7610-GL-POST-GLS-EXIT.
109840     EXIT.
109850
109860*-----------------------------------------------------------------
109870*    7620-GL-POST-PAIR -- ONE BALANCED PAIR OF JOURNAL LINES FOR
109880*    TAR-GL-AMOUNT AGAINST THE ACCOUNTS MAPPED TO TAR-GL-COURSE /
109890*    TAR-GL-DEPT. ORIGINAL ('O') AND CORRECTING ('C') ENTRIES
109900*    DEBIT EXPENSE AND CREDIT PAYABLE; A REVERSING ('R') ENTRY
109910*    DOES THE OPPOSITE. THE ACCOUNTS COME FROM 7660-GL-FIND-ACCT
109920*    UNLESS TAR-GL-KEEP-ACCT-SW IS 'Y', WHEN THE CALLER HAS SET
109930*    THEM ITSELF (7695 REVERSES TO THE ACCOUNTS ORIGINALLY USED).
109940*    THE BATCH IS OPENED ON ITS FIRST LINE, SO A RELOOKUP OR
109950*    RESPOND RUN THAT CHANGES NO APPOINTMENT LEAVES NO EMPTY
109960*    BATCH BEHIND.
109970*-----------------------------------------------------------------
109980 7620-GL-POST-PAIR.
109990     IF TAR-GL-OPEN-SW = 'N'
110000         PERFORM 7630-GL-OPEN-BATCH THRU 7630-GL-OPEN-BATCH-EXIT
110010     END-IF
110020     IF TAR-GL-OPEN-SW = 'N'
110030         GO TO 7620-GL-POST-PAIR-EXIT
110040     END-IF
110050     IF TAR-GL-KEEP-ACCT-SW = 'N'
110060         PERFORM 7660-GL-FIND-ACCT THRU 7660-GL-FIND-ACCT-EXIT
110070     END-IF
110080     MOVE SPACES TO GL-JOURNAL-RECORD
110090     MOVE 'DTL'             TO GLJ-TAG
110100     MOVE TAR-GL-BATCH-NO   TO GLJ-BATCH-NO
110110     MOVE TAR-RUN-SEQ       TO GLJ-RUN-SEQ
110120     MOVE TAR-GL-ENTRY-TYPE TO GLJ-ENTRY-TYPE
110130     MOVE TAR-GL-TERM       TO GLJ-TERM-CODE
110140     MOVE TAR-GL-DEPT       TO GLJ-DEPT
110150     MOVE TAR-GL-COURSE     TO GLJ-COURSE-CODE
110160     MOVE TAR-GL-COST-CTR   TO GLJ-COST-CTR
110170     MOVE TAR-GL-AMOUNT     TO GLJ-AMOUNT
110180     MOVE TAR-GL-HOURS      TO GLJ-HOURS
110190     MOVE TAR-GL-APPTS      TO GLJ-APPT-CNT
110200     MOVE TAR-GL-CAN-ID     TO GLJ-CAN-ID
110210     MOVE TAR-GL-EXP-ACCT   TO GLJ-ACCOUNT
110220     IF TAR-GL-ENTRY-TYPE = 'R'
110230         MOVE 'C' TO GLJ-DR-CR
110240     ELSE
110250         MOVE 'D' TO GLJ-DR-CR
110260     END-IF
110270     PERFORM 7625-GL-PUT-LINE THRU 7625-GL-PUT-LINE-EXIT
110280     MOVE TAR-GL-PAY-ACCT   TO GLJ-ACCOUNT
110290     IF TAR-GL-ENTRY-TYPE = 'R'
110300         MOVE 'D' TO GLJ-DR-CR
110310     ELSE
110320         MOVE 'C' TO GLJ-DR-CR
110330     END-IF
110340     PERFORM 7625-GL-PUT-LINE THRU 7625-GL-PUT-LINE-EXIT
110350     IF TAR-GL-ENTRY-TYPE = 'R'
110360         ADD TAR-GL-APPTS TO TAR-GL-REV-CNT
110370         ADD TAR-GL-HOURS TO TAR-GL-REV-HOURS
110380     ELSE
110390         ADD TAR-GL-APPTS TO TAR-GL-APPT-CNT
110400         ADD TAR-GL-HOURS TO TAR-GL-APPT-HOURS
110410     END-IF.
110420 7620-GL-POST-PAIR-EXIT.
110430     EXIT.
110440
110450 7625-GL-PUT-LINE.
110460     ADD 1 TO TAR-GLJ-CNT
110470     MOVE TAR-GLJ-CNT TO GLJ-LINE-NO
110480     WRITE GL-JOURNAL-RECORD
110490     IF GLJ-DR-CR = 'D'
110500         ADD GLJ-AMOUNT TO TAR-GL-DR-TOTAL
110510     ELSE
110520         ADD GLJ-AMOUNT TO TAR-GL-CR-TOTAL
110530     END-IF.
110540 7625-GL-PUT-LINE-EXIT.
110550     EXIT.
110560
110570*-----------------------------------------------------------------
110580*    7630-GL-OPEN-BATCH -- NUMBER THE BATCH ONE PAST THE LAST ON
110590*    THE POSTING REGISTER AND APPEND ITS HEADER TO THE JOURNAL.
110600*    GL_JOURNAL.TXT ACCUMULATES LIKE THE AUDIT LOG: EACH RUN
110610*    ADDS ONE COMPLETE HDR / LINES / TRL BATCH, AND THE HEADER
110620*    CARRIES THE RUN SEQUENCE IT CAME FROM.
110630*-----------------------------------------------------------------
110640 7630-GL-OPEN-BATCH.
110650     IF TAR-GL-FAIL-SW = 'Y'
110660         GO TO 7630-GL-OPEN-BATCH-EXIT
110670     END-IF
110680     PERFORM 7635-GL-LAST-BATCH THRU 7635-GL-LAST-BATCH-EXIT
110690     OPEN EXTEND GL-JOURNAL
110700     IF NOT GLJ-FS-OK
110710         OPEN OUTPUT GL-JOURNAL
110720         IF NOT GLJ-FS-OK
110730             DISPLAY 'ERROR OPENING GL-JOURNAL FILE, STATUS='
110740                 GLJ-FS
110750             MOVE 'Y' TO TAR-GL-FAIL-SW
110760             GO TO 7630-GL-OPEN-BATCH-EXIT
110770         END-IF
110780     END-IF
110790     MOVE 'Y' TO TAR-GL-OPEN-SW
110800     MOVE 0 TO TAR-GLJ-CNT
110810     MOVE 0 TO TAR-GL-DR-TOTAL
110820     MOVE 0 TO TAR-GL-CR-TOTAL
110830     MOVE 0 TO TAR-GL-APPT-CNT
110840     MOVE 0 TO TAR-GL-APPT-HOURS
110850     MOVE 0 TO TAR-GL-REV-CNT
110860     MOVE 0 TO TAR-GL-REV-HOURS
110870     MOVE TAR-RUN-DATE    TO GLH-RUN-DATE
110880     MOVE TAR-RUN-TIME    TO GLH-RUN-TIME
110890     MOVE TAR-RUN-SEQ     TO GLH-RUN-SEQ
110900     MOVE TAR-GL-BATCH-NO TO GLH-BATCH-NO
110910     MOVE TAR-GL-SOURCE   TO GLH-SOURCE
110920     WRITE GL-JOURNAL-RECORD FROM GLH-RECORD.
110930 7630-GL-OPEN-BATCH-EXIT.
110940     EXIT.
110950
110960 7635-GL-LAST-BATCH.
110970     MOVE 0 TO TAR-GL-BATCH-NO
110980     OPEN INPUT GL-REGISTER
110990     IF GLR-FS-OK
111000         MOVE 'N' TO TAR-GLR-EOF-SW
111010         PERFORM 7636-GL-READ-REGISTER
111020             THRU 7636-GL-READ-REGISTER-EXIT
111030             UNTIL TAR-GLR-EOF-SW = 'Y'
111040         CLOSE GL-REGISTER
111050     END-IF
111060     ADD 1 TO TAR-GL-BATCH-NO.
111070 7635-GL-LAST-BATCH-EXIT.
111080     EXIT.
111090
111100 7636-GL-READ-REGISTER.
111110     READ GL-REGISTER
111120     IF GLR-FS-EOF
111130         MOVE 'Y' TO TAR-GLR-EOF-SW
111140         GO TO 7636-GL-READ-REGISTER-EXIT
111150     END-IF
111160     IF NOT GLR-FS-OK
111170         DISPLAY 'GL-REGISTER READ ERROR, STATUS=' GLR-FS
111180         MOVE 'Y' TO TAR-GLR-EOF-SW
111190         GO TO 7636-GL-READ-REGISTER-EXIT
111200     END-IF
111210     MOVE GLR-BATCH-NO TO TAR-GL-BATCH-NO.
111220 7636-GL-READ-REGISTER-EXIT.
111230     EXIT.
111240
111250*-----------------------------------------------------------------
111260*    7640-GL-CLOSE-BATCH -- TRAILER WITH THE BATCH'S CONTROL
111270*    TOTALS (LINE COUNT, DEBIT AND CREDIT TOTALS, APPOINTMENTS
111280*    AND HOURS POSTED, APPOINTMENTS AND HOURS REVERSED), THEN ONE
111290*    PERMANENT POSTING-REGISTER RECORD TYING THE BATCH NUMBER TO
111300*    THE RUN SEQUENCE, RUN STAMP AND SOURCE MODE THAT MADE IT.
111310*-----------------------------------------------------------------
111320 7640-GL-CLOSE-BATCH.
111330     IF TAR-GL-UNMAPPED > 0
111340         DISPLAY 'GL ENTRIES WITH NO ACCOUNT MAPPING: '
111350             TAR-GL-UNMAPPED
111360     END-IF
111370     IF TAR-GL-NORATE > 0
111380         DISPLAY 'GL APPOINTMENTS WITH NO STIPEND RATE: '
111390             TAR-GL-NORATE
111400     END-IF
111410     IF TAR-GL-UNPOSTED > 0
111420         DISPLAY 'GL CHANGES NOT POSTED, INSTRUCTOR NOT LOADED: '
111430             TAR-GL-UNPOSTED
111440     END-IF
111450     IF TAR-GL-OPEN-SW = 'N'
111460         GO TO 7640-GL-CLOSE-BATCH-EXIT
111470     END-IF
111480     MOVE TAR-GLJ-CNT       TO GLT-COUNT
111490     MOVE TAR-GL-DR-TOTAL   TO GLT-DR-TOTAL
111500     MOVE TAR-GL-CR-TOTAL   TO GLT-CR-TOTAL
111510     MOVE TAR-GL-APPT-CNT   TO GLT-APPT-CNT
111520     MOVE TAR-GL-APPT-HOURS TO GLT-APPT-HOURS
111530     MOVE TAR-GL-REV-CNT    TO GLT-REV-CNT
111540     MOVE TAR-GL-REV-HOURS  TO GLT-REV-HOURS
111550     WRITE GL-JOURNAL-RECORD FROM GLT-RECORD
111560     CLOSE GL-JOURNAL
111570     MOVE 'N' TO TAR-GL-OPEN-SW
111580     OPEN EXTEND GL-REGISTER
111590     IF NOT GLR-FS-OK
111600         OPEN OUTPUT GL-REGISTER
111610         IF NOT GLR-FS-OK
111620             DISPLAY 'ERROR OPENING GL-REGISTER FILE, STATUS='
111630                 GLR-FS
111640             GO TO 7640-GL-CLOSE-BATCH-EXIT
111650         END-IF
111660     END-IF
111670     MOVE TAR-GL-BATCH-NO   TO GLR-BATCH-NO
111680     MOVE TAR-RUN-SEQ       TO GLR-RUN-SEQ
111690     MOVE TAR-RUN-DATE      TO GLR-RUN-DATE
111700     MOVE TAR-RUN-TIME      TO GLR-RUN-TIME
111710     MOVE TAR-GL-SOURCE     TO GLR-SOURCE
111720     MOVE TAR-GLJ-CNT       TO GLR-LINE-CNT
111730     MOVE TAR-GL-DR-TOTAL   TO GLR-DR-TOTAL
111740     MOVE TAR-GL-CR-TOTAL   TO GLR-CR-TOTAL
111750     MOVE TAR-GL-APPT-CNT   TO GLR-APPT-CNT
111760     MOVE TAR-GL-APPT-HOURS TO GLR-APPT-HOURS
111770     MOVE TAR-GL-REV-CNT    TO GLR-REV-CNT
111780     MOVE TAR-GL-REV-HOURS  TO GLR-REV-HOURS
111790     MOVE TAR-GL-UNMAPPED   TO GLR-UNMAPPED
111800     MOVE TAR-GL-NORATE     TO GLR-NORATE
111810     WRITE GL-REGISTER-RECORD
111820     CLOSE GL-REGISTER
111830     DISPLAY 'GL BATCH ' TAR-GL-BATCH-NO ' POSTED FROM RUN SEQ '
111840         TAR-RUN-SEQ ', LINES=' TAR-GLJ-CNT.
111850 7640-GL-CLOSE-BATCH-EXIT.
111860     EXIT.
111870
111880*-----------------------------------------------------------------
111890*    7650-GL-LOAD-ACCTS -- ACCOUNT-MAPPING TABLE FROM
111900*    GL_ACCOUNTS.TXT: COURSE CODE, DEPARTMENT, EXPENSE ACCOUNT,
111910*    COST CENTRE, PAYABLE ACCOUNT. A COURSE OR DEPARTMENT OF '*'
111920*    IS A WILDCARD. A MISSING FILE IS NOT FATAL -- EVERY LINE
111930*    POSTS TO ACCOUNT 'UNMAPPED' AND IS COUNTED ON THE REGISTER.
111940*-----------------------------------------------------------------
111950 7650-GL-LOAD-ACCTS.
111960     MOVE 0 TO TAR-GLA-COUNT
111970     OPEN INPUT GL-ACCOUNTS
111980     IF NOT GLA-FS-OK
111990         DISPLAY 'GL-ACCOUNTS NOT AVAILABLE, STATUS=' GLA-FS
112000         GO TO 7650-GL-LOAD-ACCTS-EXIT
112010     END-IF
112020     MOVE 'N' TO TAR-GLA-EOF-SW
112030     PERFORM 7651-GL-READ-ACCT THRU 7651-GL-READ-ACCT-EXIT
112040         UNTIL TAR-GLA-EOF-SW = 'Y'
112050     CLOSE GL-ACCOUNTS.
112060 7650-GL-LOAD-ACCTS-EXIT.
112070     EXIT.
112080
112090 7651-GL-READ-ACCT.
112100     READ GL-ACCOUNTS INTO GL-ACCOUNT-RECORD-IN
112110     IF GLA-FS-EOF
112120         MOVE 'Y' TO TAR-GLA-EOF-SW
112130         GO TO 7651-GL-READ-ACCT-EXIT
112140     END-IF
112150     IF NOT GLA-FS-OK
112160         DISPLAY 'GL-ACCOUNTS READ ERROR, STATUS=' GLA-FS
112170         MOVE 'Y' TO TAR-GLA-EOF-SW
112180         GO TO 7651-GL-READ-ACCT-EXIT
112190     END-IF
112200     IF TAR-GLA-COUNT >= 500
112210         DISPLAY 'GL ACCOUNT TABLE FULL, EXTRA RECS SKIPPED'
112220         MOVE 'Y' TO TAR-GLA-EOF-SW
112230         GO TO 7651-GL-READ-ACCT-EXIT
112240     END-IF
112250     ADD 1 TO TAR-GLA-COUNT
112260     MOVE GLA-COURSE-CODE-IN TO GLA-COURSE-CODE (TAR-GLA-COUNT)
112270     MOVE GLA-DEPT-IN        TO GLA-DEPT (TAR-GLA-COUNT)
112280     MOVE GLA-EXP-ACCT-IN    TO GLA-EXP-ACCT (TAR-GLA-COUNT)
112290     MOVE GLA-COST-CTR-IN    TO GLA-COST-CTR (TAR-GLA-COUNT)
112300     MOVE GLA-PAY-ACCT-IN    TO GLA-PAY-ACCT (TAR-GLA-COUNT).
112310 7651-GL-READ-ACCT-EXIT.
112320     EXIT.
112330
112340*-----------------------------------------------------------------
112350*    7660-GL-FIND-ACCT -- MOST SPECIFIC MAPPING WINS: COURSE AND
112360*    DEPARTMENT, THEN COURSE WITH ANY DEPARTMENT, THEN ANY COURSE
112370*    IN THE DEPARTMENT, THEN THE '*' / '*' CATCH-ALL.
112380*-----------------------------------------------------------------
112390 7660-GL-FIND-ACCT.
112400     MOVE 0 TO TAR-GLA-FOUND-SUB
112410     MOVE 9 TO TAR-GLA-BEST
112420     PERFORM 7661-GL-CHK-ACCT THRU 7661-GL-CHK-ACCT-EXIT
112430         VARYING TAR-GLA-SUB FROM 1 BY 1
112440         UNTIL TAR-GLA-SUB > TAR-GLA-COUNT
112450     IF TAR-GLA-FOUND-SUB = 0
112460         MOVE 'UNMAPPED' TO TAR-GL-EXP-ACCT
112470         MOVE SPACES     TO TAR-GL-COST-CTR
112480         MOVE 'UNMAPPED' TO TAR-GL-PAY-ACCT
112490         ADD 1 TO TAR-GL-UNMAPPED
112500     ELSE
112510         MOVE GLA-EXP-ACCT (TAR-GLA-FOUND-SUB) TO TAR-GL-EXP-ACCT
112520         MOVE GLA-COST-CTR (TAR-GLA-FOUND-SUB) TO TAR-GL-COST-CTR
112530         MOVE GLA-PAY-ACCT (TAR-GLA-FOUND-SUB) TO TAR-GL-PAY-ACCT
112540     END-IF.
112550 7660-GL-FIND-ACCT-EXIT.
112560     EXIT.
112570
112580 7661-GL-CHK-ACCT.
112590     EVALUATE TRUE
112600         WHEN GLA-COURSE-CODE (TAR-GLA-SUB) = TAR-GL-COURSE
112610             AND GLA-DEPT (TAR-GLA-SUB) = TAR-GL-DEPT
112620             MOVE 1 TO TAR-GLA-LEVEL
112630         WHEN GLA-COURSE-CODE (TAR-GLA-SUB) = TAR-GL-COURSE
112640             AND GLA-DEPT (TAR-GLA-SUB) = '*'
112650             MOVE 2 TO TAR-GLA-LEVEL
112660         WHEN GLA-COURSE-CODE (TAR-GLA-SUB) = '*'
112670             AND GLA-DEPT (TAR-GLA-SUB) = TAR-GL-DEPT
112680             MOVE 3 TO TAR-GLA-LEVEL
112690         WHEN GLA-COURSE-CODE (TAR-GLA-SUB) = '*'
112700             AND GLA-DEPT (TAR-GLA-SUB) = '*'
112710             MOVE 4 TO TAR-GLA-LEVEL
112720         WHEN OTHER
112730             MOVE 0 TO TAR-GLA-LEVEL
112740     END-EVALUATE
112750     IF TAR-GLA-LEVEL > 0 AND TAR-GLA-LEVEL < TAR-GLA-BEST
112760         MOVE TAR-GLA-LEVEL TO TAR-GLA-BEST
112770         MOVE TAR-GLA-SUB TO TAR-GLA-FOUND-SUB
112780     END-IF.
112790 7661-GL-CHK-ACCT-EXIT.
112800     EXIT.
112810
112820*-----------------------------------------------------------------
112830*    7670-GL-REVERSE-PRV -- RELOOKUP: REVERSE THE SUPERSEDED
112840*    APPOINTMENT (THE PRIOR OUTFILE-IDX INSTRUCTOR) OF CAN-IDX.
112850*    7675-GL-CORRECT-NEW -- RELOOKUP: POST THE APPOINTMENT THE
112860*    CANDIDATE NOW HOLDS AS A CORRECTING ENTRY.
112870*-----------------------------------------------------------------
112880 7670-GL-REVERSE-PRV.
112890     MOVE TAR-PRV-REC-INS TO TAR-TARGET-INS
112900     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
112910     IF TAR-FOUND-SW = 'N'
112920         ADD 1 TO TAR-GL-UNPOSTED
112930         GO TO 7670-GL-REVERSE-PRV-EXIT
112940     END-IF
112950     SET INS-IDX TO TAR-INS-FOUND-IDX
112960     MOVE 'R' TO TAR-GL-ENTRY-TYPE
112970     PERFORM 7680-GL-POST-APPT THRU 7680-GL-POST-APPT-EXIT.
112980 7670-GL-REVERSE-PRV-EXIT.
112990     EXIT.
113000
113010 7675-GL-CORRECT-NEW.
113020     MOVE CAN-MATCHED-INS (CAN-IDX) TO TAR-TARGET-INS
113030     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
113040     IF TAR-FOUND-SW = 'N'
113050         ADD 1 TO TAR-GL-UNPOSTED
113060         GO TO 7675-GL-CORRECT-NEW-EXIT
113070     END-IF
113080     SET INS-IDX TO TAR-INS-FOUND-IDX
113090     MOVE 'C' TO TAR-GL-ENTRY-TYPE
113100     PERFORM 7680-GL-POST-APPT THRU 7680-GL-POST-APPT-EXIT.
113110 7675-GL-CORRECT-NEW-EXIT.
113120     EXIT.
113130
113140*-----------------------------------------------------------------
113150*    7680-GL-POST-APPT -- ONE APPOINTMENT (CANDIDATE CAN-IDX WITH
113160*    INSTRUCTOR INS-IDX) POSTED AS A PAIR OF TAR-GL-ENTRY-TYPE
113170*    LINES CARRYING THE CANDIDATE ID. INS-IDX, CAN-IDX AND
113180*    TAR-FOUND-SW ARE LEFT AS THEY WERE.
113190*-----------------------------------------------------------------
113200 7680-GL-POST-APPT.
113210     PERFORM 7685-GL-COST-BASIS THRU 7685-GL-COST-BASIS-EXIT
113220     IF TAR-RTE-FOUND-SUB = 0
113230         ADD 1 TO TAR-GL-NORATE
113240     END-IF
113250     MOVE CAN-ID (CAN-IDX) TO TAR-GL-CAN-ID
113260     MOVE INS-APPT-HOURS (INS-IDX) TO TAR-GL-HOURS
113270     MOVE 1 TO TAR-GL-APPTS
113280     COMPUTE TAR-GL-AMOUNT =
113290         INS-APPT-HOURS (INS-IDX) * TAR-GL-RATE
113300     PERFORM 7620-GL-POST-PAIR THRU 7620-GL-POST-PAIR-EXIT.
113310 7680-GL-POST-APPT-EXIT.
113320     EXIT.
113330
113340 7685-GL-COST-BASIS.
113350     MOVE INS-TERM-CODE (INS-IDX)   TO TAR-GL-TERM
113360     MOVE INS-COURSE-CODE (INS-IDX) TO TAR-GL-COURSE
113370     MOVE INS-ID (INS-IDX) TO IMS-ID
113380     PERFORM 4515-LOOKUP-INS-MST THRU 4515-LOOKUP-INS-MST-EXIT
113390     IF TAR-MST-FOUND-SW = 'N'
113400         MOVE '*UNKNOWN*' TO TAR-MST-DEPT
113410     END-IF
113420     MOVE TAR-MST-DEPT TO TAR-GL-DEPT
113430     PERFORM 4432-FIND-RATE THRU 4432-FIND-RATE-EXIT
113440     IF TAR-RTE-FOUND-SUB > 0
113450         MOVE RTE-RATE (TAR-RTE-FOUND-SUB) TO TAR-GL-RATE
113460     ELSE
113470         MOVE 0 TO TAR-GL-RATE
113480     END-IF.
113490 7685-GL-COST-BASIS-EXIT.
113500     EXIT.
113510
113520*-----------------------------------------------------------------
113530*    7690-GL-LOAD-PRIOR -- NET OF EVERY EARLIER POSTING ON
113540*    GL_JOURNAL.TXT FOR THE TERMS IN TAR-TERM-TABLE, BY TERM,
113550*    DEPARTMENT, COURSE, EXPENSE ACCOUNT, COST CENTRE AND PAYABLE
113560*    ACCOUNT, INTO GLP-TABLE. EACH PAIR IS AN EXPENSE LINE (DEBIT
113570*    ON AN 'O' OR 'C' ENTRY, CREDIT ON AN 'R') FOLLOWED BY ITS
113580*    PAYABLE LINE; THE EXPENSE LINE IS HELD UNTIL THE PAYABLE
113590*    LINE SUPPLIES THE PAYABLE ACCOUNT. 'O' AND 'C' ADD TO THE
113600*    NET, 'R' TAKES AWAY. NO JOURNAL YET, NOTHING TO REVERSE.
113610*-----------------------------------------------------------------
113620 7690-GL-LOAD-PRIOR.
113630     MOVE 0 TO TAR-GLP-COUNT
113640     OPEN INPUT GL-JOURNAL
113650     IF NOT GLJ-FS-OK
113660         GO TO 7690-GL-LOAD-PRIOR-EXIT
113670     END-IF
113680     MOVE 'N' TO TAR-GLP-EOF-SW
113690     MOVE 'N' TO TAR-GLP-HOLD-SW
113700     PERFORM 7691-GL-READ-PRIOR THRU 7691-GL-READ-PRIOR-EXIT
113710         UNTIL TAR-GLP-EOF-SW = 'Y'
113720     CLOSE GL-JOURNAL.
113730 7690-GL-LOAD-PRIOR-EXIT.
113740     EXIT.
113750
113760 7691-GL-READ-PRIOR.
113770     READ GL-JOURNAL
113780     IF GLJ-FS-EOF
113790         MOVE 'Y' TO TAR-GLP-EOF-SW
113800         GO TO 7691-GL-READ-PRIOR-EXIT
113810     END-IF
113820     IF NOT GLJ-FS-OK
113830         DISPLAY 'GL-JOURNAL READ ERROR, STATUS=' GLJ-FS
113840         MOVE 'Y' TO TAR-GLP-EOF-SW
113850         GO TO 7691-GL-READ-PRIOR-EXIT
113860     END-IF
113870     IF GLJ-TAG NOT = 'DTL'
113880         MOVE 'N' TO TAR-GLP-HOLD-SW
113890         GO TO 7691-GL-READ-PRIOR-EXIT
113900     END-IF
113910     IF (GLJ-ENTRY-TYPE = 'R' AND GLJ-DR-CR = 'C')
113920         OR (GLJ-ENTRY-TYPE NOT = 'R' AND GLJ-DR-CR = 'D')
113930         MOVE GLJ-TERM-CODE   TO TAR-GLP-TERM
113940         MOVE GLJ-DEPT        TO TAR-GLP-DEPT
113950         MOVE GLJ-COURSE-CODE TO TAR-GLP-COURSE
113960         MOVE GLJ-ACCOUNT     TO TAR-GLP-EXP-ACCT
113970         MOVE GLJ-COST-CTR    TO TAR-GLP-COST-CTR
113980         MOVE GLJ-AMOUNT      TO TAR-GLP-AMOUNT
113990         MOVE GLJ-HOURS       TO TAR-GLP-HOURS
114000         MOVE GLJ-APPT-CNT    TO TAR-GLP-APPTS
114010         IF GLJ-ENTRY-TYPE = 'R'
114020             MOVE -1 TO TAR-GLP-SIGN
114030         ELSE
114040             MOVE 1 TO TAR-GLP-SIGN
114050         END-IF
114060         MOVE 'Y' TO TAR-GLP-HOLD-SW
114070         GO TO 7691-GL-READ-PRIOR-EXIT
114080     END-IF
114090     IF TAR-GLP-HOLD-SW = 'N'
114100         GO TO 7691-GL-READ-PRIOR-EXIT
114110     END-IF
114120     MOVE 'N' TO TAR-GLP-HOLD-SW
114130     MOVE 'N' TO TAR-TERM-FOUND-SW
114140     PERFORM 7692-GL-CHK-TERM THRU 7692-GL-CHK-TERM-EXIT
114150         VARYING TAR-TERM-SUB FROM 1 BY 1
114160         UNTIL TAR-TERM-SUB > TAR-TERM-COUNT
114170     IF TAR-TERM-FOUND-SW = 'N'
114180         GO TO 7691-GL-READ-PRIOR-EXIT
114190     END-IF
114200     PERFORM 7693-GL-FIND-GLP THRU 7693-GL-FIND-GLP-EXIT
114210     IF TAR-GLP-FOUND-SUB = 0
114220         GO TO 7691-GL-READ-PRIOR-EXIT
114230     END-IF
114240     COMPUTE GLP-COST (TAR-GLP-FOUND-SUB) =
114250         GLP-COST (TAR-GLP-FOUND-SUB)
114260         + TAR-GLP-SIGN * TAR-GLP-AMOUNT
114270     COMPUTE GLP-HOURS (TAR-GLP-FOUND-SUB) =
114280         GLP-HOURS (TAR-GLP-FOUND-SUB)
114290         + TAR-GLP-SIGN * TAR-GLP-HOURS
114300     COMPUTE GLP-APPT-CNT (TAR-GLP-FOUND-SUB) =
114310         GLP-APPT-CNT (TAR-GLP-FOUND-SUB)
114320         + TAR-GLP-SIGN * TAR-GLP-APPTS.
114330 7691-GL-READ-PRIOR-EXIT.
114340     EXIT.
114350
114360 7692-GL-CHK-TERM.
114370     IF TAR-TERM-CODE (TAR-TERM-SUB) = TAR-GLP-TERM
114380         MOVE 'Y' TO TAR-TERM-FOUND-SW
114390     END-IF.
114400 7692-GL-CHK-TERM-EXIT.
114410     EXIT.
114420
114430 7693-GL-FIND-GLP.
114440     MOVE 0 TO TAR-GLP-FOUND-SUB
114450     PERFORM 7694-GL-CHK-GLP THRU 7694-GL-CHK-GLP-EXIT
114460         VARYING TAR-GLP-SUB FROM 1 BY 1
114470         UNTIL TAR-GLP-SUB > TAR-GLP-COUNT
114480     IF TAR-GLP-FOUND-SUB > 0
114490         GO TO 7693-GL-FIND-GLP-EXIT
114500     END-IF
114510     IF TAR-GLP-COUNT >= 1000
114520         DISPLAY 'GL PRIOR-POSTING TABLE FULL'
114530         GO TO 7693-GL-FIND-GLP-EXIT
114540     END-IF
114550     ADD 1 TO TAR-GLP-COUNT
114560     MOVE TAR-GLP-COUNT TO TAR-GLP-FOUND-SUB
114570     MOVE TAR-GLP-TERM     TO GLP-TERM-CODE (TAR-GLP-FOUND-SUB)
114580     MOVE TAR-GLP-DEPT     TO GLP-DEPT (TAR-GLP-FOUND-SUB)
114590     MOVE TAR-GLP-COURSE   TO GLP-COURSE-CODE (TAR-GLP-FOUND-SUB)
114600     MOVE TAR-GLP-EXP-ACCT TO GLP-EXP-ACCT (TAR-GLP-FOUND-SUB)
114610     MOVE TAR-GLP-COST-CTR TO GLP-COST-CTR (TAR-GLP-FOUND-SUB)
114620     MOVE GLJ-ACCOUNT      TO GLP-PAY-ACCT (TAR-GLP-FOUND-SUB)
114630     MOVE 0 TO GLP-HOURS (TAR-GLP-FOUND-SUB)
114640     MOVE 0 TO GLP-APPT-CNT (TAR-GLP-FOUND-SUB)
114650     MOVE 0 TO GLP-COST (TAR-GLP-FOUND-SUB).
114660 7693-GL-FIND-GLP-EXIT.
114670     EXIT.
114680
114690 7694-GL-CHK-GLP.
114700     IF TAR-GLP-FOUND-SUB = 0
114710         AND GLP-TERM-CODE (TAR-GLP-SUB) = TAR-GLP-TERM
114720         AND GLP-DEPT (TAR-GLP-SUB) = TAR-GLP-DEPT
114730         AND GLP-COURSE-CODE (TAR-GLP-SUB) = TAR-GLP-COURSE
114740         AND GLP-EXP-ACCT (TAR-GLP-SUB) = TAR-GLP-EXP-ACCT
114750         AND GLP-COST-CTR (TAR-GLP-SUB) = TAR-GLP-COST-CTR
114760         AND GLP-PAY-ACCT (TAR-GLP-SUB) = GLJ-ACCOUNT
114770         MOVE TAR-GLP-SUB TO TAR-GLP-FOUND-SUB
114780     END-IF.
114790 7694-GL-CHK-GLP-EXIT.
114800     EXIT.
114810
114820*-----------------------------------------------------------------
114830*    7695-GL-REVERSE-PRIOR -- ONE 'R' PAIR TAKING A PRIOR NET OFF
114840*    THE LEDGER, AGAINST THE ACCOUNTS IT WAS POSTED TO. A NET
114850*    ALREADY AT ZERO NEEDS NOTHING; ONE BELOW ZERO CANNOT COME
114860*    FROM THIS PROGRAM'S OWN POSTINGS AND IS LEFT FOR FINANCE.
114870*-----------------------------------------------------------------
114880 7695-GL-REVERSE-PRIOR.
114890     IF GLP-COST (TAR-GLP-SUB) = 0
114900         AND GLP-HOURS (TAR-GLP-SUB) = 0
114910         AND GLP-APPT-CNT (TAR-GLP-SUB) = 0
114920         GO TO 7695-GL-REVERSE-PRIOR-EXIT
114930     END-IF
114940     IF GLP-COST (TAR-GLP-SUB) < 0
114950         OR GLP-HOURS (TAR-GLP-SUB) < 0
114960         OR GLP-APPT-CNT (TAR-GLP-SUB) < 0
114970         DISPLAY 'GL PRIOR NET BELOW ZERO, NOT REVERSED: '
114980             GLP-TERM-CODE (TAR-GLP-SUB) ' '
114990             GLP-COURSE-CODE (TAR-GLP-SUB) ' '
115000             GLP-EXP-ACCT (TAR-GLP-SUB)
115010         GO TO 7695-GL-REVERSE-PRIOR-EXIT
115020     END-IF
115030     MOVE GLP-TERM-CODE (TAR-GLP-SUB)   TO TAR-GL-TERM
115040     MOVE GLP-DEPT (TAR-GLP-SUB)        TO TAR-GL-DEPT
115050     MOVE GLP-COURSE-CODE (TAR-GLP-SUB) TO TAR-GL-COURSE
115060     MOVE GLP-EXP-ACCT (TAR-GLP-SUB)    TO TAR-GL-EXP-ACCT
115070     MOVE GLP-COST-CTR (TAR-GLP-SUB)    TO TAR-GL-COST-CTR
115080     MOVE GLP-PAY-ACCT (TAR-GLP-SUB)    TO TAR-GL-PAY-ACCT
115090     MOVE GLP-HOURS (TAR-GLP-SUB)       TO TAR-GL-HOURS
115100     MOVE GLP-APPT-CNT (TAR-GLP-SUB)    TO TAR-GL-APPTS
115110     MOVE GLP-COST (TAR-GLP-SUB)        TO TAR-GL-AMOUNT
115120     MOVE 'Y' TO TAR-GL-KEEP-ACCT-SW
115130     PERFORM 7620-GL-POST-PAIR THRU 7620-GL-POST-PAIR-EXIT
115140     MOVE 'N' TO TAR-GL-KEEP-ACCT-SW.
115150 7695-GL-REVERSE-PRIOR-EXIT.
115160     EXIT.
115170
115180*=================================================================
115190*    1150-CHK-RUN-LOCK -- ONE RUN AT A TIME. RESPOND, RELOOKUP,
115200*    GPAREFRESH AND THE FULL MATCH ALL REWRITE OUTPUT_IDX.DAT,
115210*    SO EVERY MODE TAKES THE RUN LOCK (RUN_LOCK.TXT) BEFORE IT
115220*    TOUCHES A FILE. THE LOCK FILE HOLDS ONE RECORD -- MODE, RUN
115230*    SEQUENCE, START DATE/TIME, OPERATOR -- WHILE A RUN IS ACTIVE
115240*    AND IS EMPTIED AT NORMAL END BY 9200-END-RUN, SO A RUN THAT
115250*    ENDED ABNORMALLY LEAVES ITS LOCK BEHIND. WHILE A LOCK IS
115260*    HELD THE RUN IS REFUSED WITH RETURN CODE 12 (AND LOGGED AS
115270*    REFUSED) UNLESS THE OPERATOR HAS GIVEN LOCK-OVERRIDE TO
115280*    CLEAR A LOCK KNOWN TO BE STALE.
115290*=================================================================
115300 1150-CHK-RUN-LOCK.
115310     IF TAR-PRM-MODE = SPACES
115320         MOVE 'MATCH' TO TAR-RUN-MODE
115330     ELSE
115340         MOVE TAR-PRM-MODE TO TAR-RUN-MODE
115350     END-IF
115360     IF TAR-OPERATOR = SPACES
115370         ACCEPT TAR-OPERATOR FROM ENVIRONMENT 'USER'
115380         IF TAR-OPERATOR = SPACES
115390             MOVE 'UNKNOWN' TO TAR-OPERATOR
115400         END-IF
115410     END-IF
115420     MOVE 'N' TO TAR-LOCK-HELD-SW
115430     OPEN INPUT RUN-LOCK
115440     IF NOT LCK-FS-OK
115450         GO TO 1150-CHK-RUN-LOCK-EXIT
115460     END-IF
115470     READ RUN-LOCK
115480     IF LCK-FS-OK
115490         MOVE 'Y' TO TAR-LOCK-HELD-SW
115500         DISPLAY 'RUN LOCK HELD BY ' LCK-MODE
115510             ' RUN SEQ ' LCK-RUN-SEQ
115520             ' STARTED ' LCK-RUN-DATE ' ' LCK-RUN-TIME
115530             ' OPERATOR ' LCK-OPERATOR
115540     END-IF
115550     CLOSE RUN-LOCK
115560     IF TAR-LOCK-HELD-SW = 'N'
115570         GO TO 1150-CHK-RUN-LOCK-EXIT
115580     END-IF
115590     IF TAR-LOCK-OVERRIDE-SW = 'Y'
115600         SET TAR-LOCK-OVERRIDDEN TO TRUE
115610         DISPLAY 'STALE RUN LOCK CLEARED BY LOCK-OVERRIDE'
115620         GO TO 1150-CHK-RUN-LOCK-EXIT
115630     END-IF
115640     SET TAR-LOCK-REFUSED TO TRUE
115650     DISPLAY 'RUN REFUSED: ANOTHER RUN HOLDS THE LOCK. IF IT'
115660     DISPLAY 'ENDED ABNORMALLY, RERUN WITH LOCK-OVERRIDE'
115670     MOVE 12 TO RETURN-CODE
115680     PERFORM 9200-END-RUN THRU 9200-END-RUN-EXIT
115690     STOP RUN.
115700 1150-CHK-RUN-LOCK-EXIT.
115710     EXIT.
115720
115730 1155-TAKE-RUN-LOCK.
115740     OPEN OUTPUT RUN-LOCK
115750     IF NOT LCK-FS-OK
115760         DISPLAY 'ERROR OPENING RUN-LOCK FILE, STATUS=' LCK-FS
115770         GO TO 1155-TAKE-RUN-LOCK-EXIT
115780     END-IF
115790     MOVE TAR-RUN-MODE TO LCK-MODE
115800     IF TAR-IS-SIMULATE
115810         MOVE 0 TO LCK-RUN-SEQ
115820     ELSE
115830         MOVE TAR-RUN-SEQ TO LCK-RUN-SEQ
115840     END-IF
115850     MOVE TAR-RUN-DATE TO LCK-RUN-DATE
115860     MOVE TAR-RUN-TIME TO LCK-RUN-TIME
115870     MOVE TAR-OPERATOR TO LCK-OPERATOR
115880     WRITE RUN-LOCK-RECORD
115890     CLOSE RUN-LOCK
115900     MOVE 'Y' TO TAR-LOCK-TAKEN-SW.
115910 1155-TAKE-RUN-LOCK-EXIT.
115920     EXIT.
115930
115940*=================================================================
115950*    9200-END-RUN -- NORMAL END OF EVERY RUN, WHATEVER THE MODE
115960*    OR RETURN CODE: ONE RECORD ON THE PERMANENT RUN-LOG, THEN
115970*    THE RUN LOCK IS RELEASED BY EMPTYING THE LOCK FILE. A
115980*    REFUSED RUN LOGS ITSELF BUT LEAVES THE HOLDER'S LOCK ALONE.
115990*=================================================================
116000 9200-END-RUN.
116010     ACCEPT TAR-END-DATE FROM DATE
116020     ACCEPT TAR-END-TIME FROM TIME
116030     PERFORM 9210-WRITE-RUN-LOG THRU 9210-WRITE-RUN-LOG-EXIT
116040     IF TAR-LOCK-TAKEN-SW = 'N'
116050         GO TO 9200-END-RUN-EXIT
116060     END-IF
116070     OPEN OUTPUT RUN-LOCK
116080     IF NOT LCK-FS-OK
116090         DISPLAY 'ERROR RELEASING RUN-LOCK FILE, STATUS=' LCK-FS
116100         GO TO 9200-END-RUN-EXIT
116110     END-IF
116120     CLOSE RUN-LOCK
116130     MOVE 'N' TO TAR-LOCK-TAKEN-SW.
116140 9200-END-RUN-EXIT.
116150     EXIT.
116160
116170*-----------------------------------------------------------------
116180*    9210-WRITE-RUN-LOG -- RUN_LOG.TXT ACCUMULATES ONE RECORD PER
116190*    RUN: SEQUENCE, MODE, OPERATOR, START AND END STAMPS, RETURN
116200*    CODE, LOCK STATUS (N NORMAL, O STALE LOCK OVERRIDDEN, R
116210*    REFUSED), ROWS LOADED AND THE RECORD COUNTS OF THE MAIN
116220*    OUTPUTS. A COUNT A MODE DOES NOT PRODUCE STAYS ZERO. A
116230*    REFUSED RUN AND A SIMULATE RUN, NEITHER OF WHICH TAKES A
116240*    SEQUENCE OF ITS OWN, ARE LOGGED UNDER SEQUENCE ZERO.
116250*-----------------------------------------------------------------
116260 9210-WRITE-RUN-LOG.
116270     OPEN EXTEND RUN-LOG
116280     IF NOT RLG-FS-OK
116290         OPEN OUTPUT RUN-LOG
116300         IF NOT RLG-FS-OK
116310             DISPLAY 'ERROR OPENING RUN-LOG FILE, STATUS=' RLG-FS
116320             GO TO 9210-WRITE-RUN-LOG-EXIT
116330         END-IF
116340     END-IF
116350     IF TAR-IS-SIMULATE
116360         MOVE 0 TO RLG-RUN-SEQ
116370     ELSE
116380         MOVE TAR-RUN-SEQ TO RLG-RUN-SEQ
116390     END-IF
116400     MOVE TAR-RUN-MODE    TO RLG-MODE
116410     MOVE TAR-OPERATOR    TO RLG-OPERATOR
116420     MOVE TAR-RUN-DATE    TO RLG-START-DATE
116430     MOVE TAR-RUN-TIME    TO RLG-START-TIME
116440     MOVE TAR-END-DATE    TO RLG-END-DATE
116450     MOVE TAR-END-TIME    TO RLG-END-TIME
116460     MOVE RETURN-CODE     TO RLG-RETURN-CODE
116470     MOVE TAR-LOCK-STATUS TO RLG-LOCK-STATUS
116480     MOVE TAR-CAN-COUNT   TO RLG-CAN-COUNT
116490     MOVE TAR-INS-COUNT   TO RLG-INS-COUNT
116500     MOVE TAR-OUT-CNT     TO RLG-OUT-CNT
116510     MOVE TAR-PAY-CNT     TO RLG-PAY-CNT
116520     MOVE TAR-UNM-CNT     TO RLG-UNM-CNT
116530     MOVE TAR-AUD-CNT     TO RLG-AUD-CNT
116540     MOVE TAR-SCH-CNT     TO RLG-SCH-CNT
116550     MOVE TAR-SCA-CNT     TO RLG-SCA-CNT
116560     MOVE TAR-GLJ-CNT     TO RLG-GLJ-CNT
116570     WRITE RUN-LOG-RECORD
116580     CLOSE RUN-LOG.
116590 9210-WRITE-RUN-LOG-EXIT.
116600     EXIT.
116610
116620*=================================================================
116630*    7700-INTEGRITY-MODE -- CROSS-FILE CONSISTENCY CHECK OF WHAT
116640*    THE MATCH AND ITS FOLLOW-UP RUNS HAVE LEFT ON FILE. A FULL
116650*    RUN WRITES OUTPUT.TXT, OUTPUT_IDX.DAT, PAYROLL_EXPORT.TXT,
116660*    PAY_SCHEDULE.TXT, ASSIGN_HISTORY.DAT AND THE AUDIT LOG
116670*    TOGETHER, BUT RESPOND, RELOOKUP AND GPAREFRESH UPDATE ONLY
116680*    SOME OF THEM AFTERWARDS. OUTPUT_IDX.DAT IS TAKEN AS THE
116690*    STANDING RECORD OF APPOINTMENTS (FOR THE TERM= TERM, OR
116700*    EVERY TERM) AND EACH OTHER FILE IS CHECKED AGAINST IT; THEN
116710*    EVERY HEADER/TRAILER FILE HAS ITS TRAILER COUNT CHECKED
116720*    AGAINST ITS OWN DETAIL RECORDS AND AGAINST RUN_MANIFEST.TXT.
116730*    NO FILE IT CHECKS AND NO RESTART CHECKPOINT IS REWRITTEN
116740*    (SEE 1000-INIT): APART FROM THE RUN_SEQ.TXT BUMP, THE RUN
116750*    LOCK AND THE RUN_LOG.TXT LINE EVERY RUN MAKES, ITS ONLY
116760*    OUTPUT IS INTEGRITY_REPORT.TXT, WHICH LISTS EVERY
116770*    DISAGREEMENT. THE RETURN CODE GATES THE PAYROLL HAND-OFF --
116780*    8 WHEN ANYTHING PAYROLL READS DISAGREES (PAYROLL LINES,
116790*    INSTALLMENTS, FILE CONTROL COUNTS), 4 WHEN ONLY THE HISTORY,
116800*    THE LETTERS OR THE AUDIT LOG DISAGREE, 16 WHEN THERE IS NO
116810*    COMMITTED MATCH TO CHECK.
116820*=================================================================
116830 7700-INTEGRITY-MODE.
116840     PERFORM 2100-LOAD-INS THRU 2100-LOAD-INS-EXIT
116850     PERFORM 2700-BUILD-KEYS THRU 2700-BUILD-KEYS-EXIT
116860     PERFORM 4410-LOAD-RATES THRU 4410-LOAD-RATES-EXIT
116870     PERFORM 4255-LOAD-CALENDAR THRU 4255-LOAD-CALENDAR-EXIT
116880     OPEN OUTPUT INTEGRITY-REPORT
116890     IF NOT ITR-FS-OK
116900         DISPLAY 'ERROR OPENING INTEGRITY-REPORT FILE, STATUS='
116910             ITR-FS
116920         MOVE 16 TO RETURN-CODE
116930         GO TO 7700-INTEGRITY-MODE-EXIT
116940     END-IF
116950     MOVE 0 TO TAR-ITR-CNT
116960     MOVE 0 TO TAR-ITG-PAY-ERR
116970     MOVE 0 TO TAR-ITG-SCH-ERR
116980     MOVE 0 TO TAR-ITG-HIS-ERR
116990     MOVE 0 TO TAR-ITG-LTR-ERR
117000     MOVE 0 TO TAR-ITG-AUD-ERR
117010     MOVE 0 TO TAR-ITG-CTL-ERR
117020     WRITE INTEGRITY-REPORT-RECORD FROM HDR-RECORD
117030     MOVE SPACES TO INTEGRITY-REPORT-RECORD
117040     IF TAR-TERM-FILTER = SPACES
117050         MOVE 'INTEGRITY CHECK OF GENERATED OUTPUTS -- ALL TERMS'
117060             TO INTEGRITY-REPORT-RECORD
117070     ELSE
117080         STRING 'INTEGRITY CHECK OF GENERATED OUTPUTS -- TERM '
117090             TAR-TERM-FILTER
117100             DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
117110     END-IF
117120     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT
117130     PERFORM 7705-ITG-LOAD-IDX THRU 7705-ITG-LOAD-IDX-EXIT
117140     IF TAR-ITG-IDX-SW = 'N'
117150         MOVE 'NO COMMITTED MATCH: OUTPUT_IDX.DAT NOT AVAILABLE'
117160             TO INTEGRITY-REPORT-RECORD
117170         PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT
117180         MOVE TAR-ITR-CNT TO TRL-COUNT
117190         WRITE INTEGRITY-REPORT-RECORD FROM TRL-RECORD
117200         CLOSE INTEGRITY-REPORT
117210         DISPLAY 'INTEGRITY STOPPED: NO COMMITTED MATCH TO CHECK'
117220         MOVE 16 TO RETURN-CODE
117230         GO TO 7700-INTEGRITY-MODE-EXIT
117240     END-IF
117250     PERFORM 7710-ITG-LOAD-MANIFEST
117260         THRU 7710-ITG-LOAD-MANIFEST-EXIT
117270     PERFORM 7720-ITG-CHK-PAYROLL THRU 7720-ITG-CHK-PAYROLL-EXIT
117280     PERFORM 7730-ITG-CHK-SCHEDULE THRU 7730-ITG-CHK-SCHEDULE-EXIT
117290     PERFORM 7740-ITG-CHK-HISTORY THRU 7740-ITG-CHK-HISTORY-EXIT
117300     PERFORM 7750-ITG-CHK-LETTERS THRU 7750-ITG-CHK-LETTERS-EXIT
117310     PERFORM 7760-ITG-CHK-AUDIT THRU 7760-ITG-CHK-AUDIT-EXIT
117320     PERFORM 7770-ITG-CHK-CONTROLS THRU 7770-ITG-CHK-CONTROLS-EXIT
117330     PERFORM 7780-ITG-WRITE-SUM THRU 7780-ITG-WRITE-SUM-EXIT
117340     MOVE TAR-ITR-CNT TO TRL-COUNT
117350     WRITE INTEGRITY-REPORT-RECORD FROM TRL-RECORD
117360     CLOSE INTEGRITY-REPORT
117370     DISPLAY 'INTEGRITY: PAYROLL=' TAR-ITG-PAY-ERR
117380         ' SCHEDULE=' TAR-ITG-SCH-ERR ' CONTROL=' TAR-ITG-CTL-ERR
117390         ' HISTORY=' TAR-ITG-HIS-ERR ' LETTERS=' TAR-ITG-LTR-ERR
117400         ' AUDIT=' TAR-ITG-AUD-ERR
117410     IF TAR-ITG-HOLD > 0
117420         MOVE 8 TO RETURN-CODE
117430     ELSE
117440         IF TAR-ITG-ADVISE > 0
117450             MOVE 4 TO RETURN-CODE
117460         END-IF
117470     END-IF.
117480 7700-INTEGRITY-MODE-EXIT.
117490     EXIT.
117500
117510*-----------------------------------------------------------------
117520*    7705-ITG-LOAD-IDX -- THE STANDING APPOINTMENTS, ONE ROW PER
117530*    CANDIDATE AND TERM, WITH THE COURSE, HOURS AND COSTED
117540*    STIPEND OF THE INSTRUCTOR NOW HOLDING THEM. THE STIPEND IS
117550*    COSTED EXACTLY AS 4252-SCHED-SLOT DOES (HOURS X RATE, OVER
117560*    THE TERM CALENDAR'S PERIODS); NO RATE OR NO CALENDAR MEANS
117570*    THE APPOINTMENT IS NOT SCHEDULED, SO IT IS NOT COSTED HERE.
117580*-----------------------------------------------------------------
117590 7705-ITG-LOAD-IDX.
117600     MOVE 0 TO TAR-ITI-COUNT
117610     MOVE 'N' TO TAR-ITG-IDX-SW
117620     OPEN INPUT OUTFILE-IDX
117630     IF NOT OTX-FS-OK
117640         DISPLAY 'ERROR OPENING OUTFILE-IDX FILE, STATUS=' OTX-FS
117650         GO TO 7705-ITG-LOAD-IDX-EXIT
117660     END-IF
117670     MOVE 'Y' TO TAR-ITG-IDX-SW
117680     MOVE 'N' TO TAR-IDX-EOF-SW
117690     PERFORM 7706-ITG-READ-IDX THRU 7706-ITG-READ-IDX-EXIT
117700         UNTIL TAR-IDX-EOF-SW = 'Y'
117710     CLOSE OUTFILE-IDX
117720     MOVE SPACES TO INTEGRITY-REPORT-RECORD
117730     STRING 'APPOINTMENTS ON OUTPUT_IDX.DAT: ' TAR-ITI-COUNT
117740         DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
117750     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT.
117760 7705-ITG-LOAD-IDX-EXIT.
117770     EXIT.
117780
117790 7706-ITG-READ-IDX.
117800     READ OUTFILE-IDX NEXT RECORD
117810         AT END
117820             MOVE 'Y' TO TAR-IDX-EOF-SW
117830             GO TO 7706-ITG-READ-IDX-EXIT
117840     END-READ
117850     IF TAR-TERM-FILTER NOT = SPACES
117860         AND OUT-IDX-TERM-CODE NOT = TAR-TERM-FILTER
117870         GO TO 7706-ITG-READ-IDX-EXIT
117880     END-IF
117890     IF TAR-ITI-COUNT >= 3000
117900         DISPLAY 'INTEGRITY APPOINTMENT TABLE FULL, RECS SKIPPED'
117910         MOVE 'Y' TO TAR-IDX-EOF-SW
117920         GO TO 7706-ITG-READ-IDX-EXIT
117930     END-IF
117940     ADD 1 TO TAR-ITI-COUNT
117950     MOVE OUT-IDX-CAN-ID    TO ITI-CAN-ID (TAR-ITI-COUNT)
117960     MOVE OUT-IDX-TERM-CODE TO ITI-TERM-CODE (TAR-ITI-COUNT)
117970     MOVE OUT-IDX-INS-ID    TO ITI-INS-ID (TAR-ITI-COUNT)
117980     MOVE SPACES TO ITI-COURSE-CODE (TAR-ITI-COUNT)
117990     MOVE 0 TO ITI-APPT-HOURS (TAR-ITI-COUNT)
118000     MOVE 0 TO ITI-STIPEND (TAR-ITI-COUNT)
118010     MOVE 0 TO ITI-PERIODS (TAR-ITI-COUNT)
118020     MOVE 'N' TO ITI-INS-SW (TAR-ITI-COUNT)
118030     MOVE 'N' TO ITI-COST-SW (TAR-ITI-COUNT)
118040     MOVE 'N' TO ITI-PAY-SW (TAR-ITI-COUNT)
118050     MOVE 'N' TO ITI-HIS-SW (TAR-ITI-COUNT)
118060     MOVE OUT-IDX-INS-ID TO TAR-TARGET-INS
118070     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
118080     IF TAR-FOUND-SW = 'N'
118090         GO TO 7706-ITG-READ-IDX-EXIT
118100     END-IF
118110     SET INS-IDX TO TAR-INS-FOUND-IDX
118120     MOVE 'Y' TO ITI-INS-SW (TAR-ITI-COUNT)
118130     MOVE INS-COURSE-CODE (INS-IDX)
118140         TO ITI-COURSE-CODE (TAR-ITI-COUNT)
118150     MOVE INS-APPT-HOURS (INS-IDX)
118160         TO ITI-APPT-HOURS (TAR-ITI-COUNT)
118170     PERFORM 4432-FIND-RATE THRU 4432-FIND-RATE-EXIT
118180     PERFORM 4257-FIND-CAL THRU 4257-FIND-CAL-EXIT
118190     IF TAR-RTE-FOUND-SUB = 0
118200         OR TAR-CAL-FOUND-SUB = 0
118210         GO TO 7706-ITG-READ-IDX-EXIT
118220     END-IF
118230     MOVE 'Y' TO ITI-COST-SW (TAR-ITI-COUNT)
118240     COMPUTE ITI-STIPEND (TAR-ITI-COUNT) =
118250         INS-APPT-HOURS (INS-IDX)
118260         * RTE-RATE (TAR-RTE-FOUND-SUB)
118270     MOVE CAL-PERIODS (TAR-CAL-FOUND-SUB)
118280         TO ITI-PERIODS (TAR-ITI-COUNT).
118290 7706-ITG-READ-IDX-EXIT.
118300     EXIT.
118310
118320 7707-ITG-FIND-ITI.
118330     MOVE 0 TO TAR-ITI-FOUND-SUB
118340     PERFORM 7708-ITG-CHK-ITI THRU 7708-ITG-CHK-ITI-EXIT
118350         VARYING TAR-ITI-SUB FROM 1 BY 1
118360         UNTIL TAR-ITI-SUB > TAR-ITI-COUNT
118370            OR TAR-ITI-FOUND-SUB > 0.
118380 7707-ITG-FIND-ITI-EXIT.
118390     EXIT.
118400
118410 7708-ITG-CHK-ITI.
118420     IF ITI-CAN-ID (TAR-ITI-SUB) = TAR-ITG-CAN
118430         AND ITI-TERM-CODE (TAR-ITI-SUB) = TAR-ITG-TERM
118440         MOVE TAR-ITI-SUB TO TAR-ITI-FOUND-SUB
118450     END-IF.
118460 7708-ITG-CHK-ITI-EXIT.
118470     EXIT.
118480
118490*-----------------------------------------------------------------
118500*    7710-ITG-LOAD-MANIFEST -- THE LAST FULL RUN'S SEQUENCE AND
118510*    THE RECORD COUNT IT WROTE FOR EACH FILE. NO MANIFEST IS
118520*    ITSELF A CONTROL FINDING: THE HAND-OFF CANNOT BE TIED BACK.
118530*-----------------------------------------------------------------
118540 7710-ITG-LOAD-MANIFEST.
118550     MOVE 'N' TO TAR-MFT-SW
118560     MOVE 0 TO TAR-MFT-COUNT
118570     MOVE 0 TO TAR-MFT-SEQ
118580     OPEN INPUT RUN-MANIFEST
118590     IF NOT MAN-FS-OK
118600         MOVE 'CONTROL' TO TAR-ITG-CHECK
118610         MOVE SPACES TO TAR-ITG-KEY
118620         MOVE 'RUN_MANIFEST.TXT NOT AVAILABLE, COUNTS NOT TIED'
118630             TO TAR-ITG-MSG
118640         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
118650         GO TO 7710-ITG-LOAD-MANIFEST-EXIT
118660     END-IF
118670     MOVE 'Y' TO TAR-MFT-SW
118680     MOVE 'N' TO TAR-ITG-EOF-SW
118690     PERFORM 7711-ITG-READ-MFT THRU 7711-ITG-READ-MFT-EXIT
118700         UNTIL TAR-ITG-EOF-SW = 'Y'
118710     CLOSE RUN-MANIFEST
118720     MOVE SPACES TO INTEGRITY-REPORT-RECORD
118730     STRING 'RUN_MANIFEST.TXT: RUN SEQ ' TAR-MFT-SEQ
118740         ', FILES LISTED ' TAR-MFT-COUNT
118750         DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
118760     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT.
118770 7710-ITG-LOAD-MANIFEST-EXIT.
118780     EXIT.
118790
118800 7711-ITG-READ-MFT.
118810     READ RUN-MANIFEST
118820         AT END
118830             MOVE 'Y' TO TAR-ITG-EOF-SW
118840             GO TO 7711-ITG-READ-MFT-EXIT
118850     END-READ
118860     IF MANIFEST-RECORD (1:4) = 'RUN '
118870         IF MANIFEST-RECORD (25:5) IS NUMERIC
118880             MOVE MANIFEST-RECORD (25:5) TO TAR-MFT-SEQ
118890         END-IF
118900         GO TO 7711-ITG-READ-MFT-EXIT
118910     END-IF
118920     IF MANIFEST-RECORD = SPACES
118930         OR TAR-MFT-COUNT >= 30
118940         GO TO 7711-ITG-READ-MFT-EXIT
118950     END-IF
118960     ADD 1 TO TAR-MFT-COUNT
118970     MOVE MANIFEST-RECORD (1:19) TO MFT-NAME (TAR-MFT-COUNT)
118980     MOVE 0 TO MFT-COUNT (TAR-MFT-COUNT)
118990     IF MANIFEST-RECORD (20:7) IS NUMERIC
119000         MOVE MANIFEST-RECORD (20:7) TO MFT-COUNT (TAR-MFT-COUNT)
119010     END-IF.
119020 7711-ITG-READ-MFT-EXIT.
119030     EXIT.
119040
119050 7712-ITG-FIND-MFT.
119060     MOVE 0 TO TAR-MFT-FOUND-SUB
119070     PERFORM 7713-ITG-CHK-MFT THRU 7713-ITG-CHK-MFT-EXIT
119080         VARYING TAR-MFT-SUB FROM 1 BY 1
119090         UNTIL TAR-MFT-SUB > TAR-MFT-COUNT
119100            OR TAR-MFT-FOUND-SUB > 0.
119110 7712-ITG-FIND-MFT-EXIT.
119120     EXIT.
119130
119140 7713-ITG-CHK-MFT.
119150     IF MFT-NAME (TAR-MFT-SUB) = TAR-ITG-FILE-NAME
119160         MOVE TAR-MFT-SUB TO TAR-MFT-FOUND-SUB
119170     END-IF.
119180 7713-ITG-CHK-MFT-EXIT.
119190     EXIT.
119200
119210*-----------------------------------------------------------------
119220*    7720-ITG-CHK-PAYROLL -- EVERY PAYROLL LINE MUST BELONG TO A
119230*    STANDING APPOINTMENT WITH THE SAME COURSE AND HOURS, AND
119240*    EVERY STANDING APPOINTMENT MUST HAVE EXACTLY ONE LINE.
119250*-----------------------------------------------------------------
119260 7720-ITG-CHK-PAYROLL.
119270     MOVE 'PAYROLL_EXPORT.TXT' TO TAR-ITG-FILE-NAME
119280     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
119290     OPEN INPUT PAYROLL-EXPORT
119300     IF NOT PAY-FS-OK
119310         MOVE 'N' TO TAR-ITG-AVAIL-SW
119320         PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
119330         MOVE 'PAYROLL' TO TAR-ITG-CHECK
119340         MOVE SPACES TO TAR-ITG-KEY
119350         MOVE 'PAYROLL_EXPORT.TXT NOT AVAILABLE, NOT CHECKED'
119360             TO TAR-ITG-MSG
119370         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
119380         GO TO 7720-ITG-CHK-PAYROLL-EXIT
119390     END-IF
119400     PERFORM 7721-ITG-READ-PAY THRU 7721-ITG-READ-PAY-EXIT
119410         UNTIL TAR-ITG-EOF-SW = 'Y'
119420     CLOSE PAYROLL-EXPORT
119430     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
119440     PERFORM 7722-ITG-PAY-MISSING THRU 7722-ITG-PAY-MISSING-EXIT
119450         VARYING TAR-ITI-SUB FROM 1 BY 1
119460         UNTIL TAR-ITI-SUB > TAR-ITI-COUNT.
119470 7720-ITG-CHK-PAYROLL-EXIT.
119480     EXIT.
119490
119500 7721-ITG-READ-PAY.
119510     READ PAYROLL-EXPORT INTO TAR-ITG-LINE
119520         AT END
119530             MOVE 'Y' TO TAR-ITG-EOF-SW
119540             GO TO 7721-ITG-READ-PAY-EXIT
119550     END-READ
119560     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT
119570     IF TAR-ITG-LINE (1:3) = 'HDR'
119580         OR TAR-ITG-LINE (1:3) = 'TRL'
119590         GO TO 7721-ITG-READ-PAY-EXIT
119600     END-IF
119610     IF TAR-TERM-FILTER NOT = SPACES
119620         AND PAY-TERM-CODE NOT = TAR-TERM-FILTER
119630         GO TO 7721-ITG-READ-PAY-EXIT
119640     END-IF
119650     MOVE 'PAYROLL' TO TAR-ITG-CHECK
119660     MOVE PAY-STUDENT-ID  TO TAR-ITG-CAN
119670     MOVE PAY-TERM-CODE   TO TAR-ITG-TERM
119680     MOVE PAY-COURSE-CODE TO TAR-ITG-REF
119690     PERFORM 7707-ITG-FIND-ITI THRU 7707-ITG-FIND-ITI-EXIT
119700     IF TAR-ITI-FOUND-SUB = 0
119710         MOVE 'PAYROLL LINE WITH NO APPOINTMENT ON OUTPUT_IDX.DAT'
119720             TO TAR-ITG-MSG
119730         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
119740         GO TO 7721-ITG-READ-PAY-EXIT
119750     END-IF
119760     IF ITI-PAY-SW (TAR-ITI-FOUND-SUB) = 'Y'
119770         MOVE 'SECOND PAYROLL LINE FOR THE SAME APPOINTMENT'
119780             TO TAR-ITG-MSG
119790         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
119800         GO TO 7721-ITG-READ-PAY-EXIT
119810     END-IF
119820     MOVE 'Y' TO ITI-PAY-SW (TAR-ITI-FOUND-SUB)
119830     IF ITI-INS-SW (TAR-ITI-FOUND-SUB) = 'N'
119840         GO TO 7721-ITG-READ-PAY-EXIT
119850     END-IF
119860     IF PAY-COURSE-CODE NOT = ITI-COURSE-CODE (TAR-ITI-FOUND-SUB)
119870         OR PAY-APPT-HOURS
119880             NOT = ITI-APPT-HOURS (TAR-ITI-FOUND-SUB)
119890         MOVE SPACES TO TAR-ITG-MSG
119900         STRING 'PAYROLL ' PAY-APPT-HOURS ' HRS, APPOINTMENT IS '
119910             ITI-COURSE-CODE (TAR-ITI-FOUND-SUB) ' '
119920             ITI-APPT-HOURS (TAR-ITI-FOUND-SUB) ' HRS'
119930             DELIMITED BY SIZE INTO TAR-ITG-MSG
119940         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
119950     END-IF.
119960 7721-ITG-READ-PAY-EXIT.
119970     EXIT.
119980
119990 7722-ITG-PAY-MISSING.
120000     MOVE 'PAYROLL' TO TAR-ITG-CHECK
120010     MOVE ITI-CAN-ID (TAR-ITI-SUB)    TO TAR-ITG-CAN
120020     MOVE ITI-TERM-CODE (TAR-ITI-SUB) TO TAR-ITG-TERM
120030     MOVE ITI-INS-ID (TAR-ITI-SUB)    TO TAR-ITG-REF
120040     IF ITI-INS-SW (TAR-ITI-SUB) = 'N'
120050         MOVE 'INSTRUCTOR NOT ON FILE, APPOINTMENT NOT COSTED'
120060             TO TAR-ITG-MSG
120070         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
120080     END-IF
120090     IF ITI-PAY-SW (TAR-ITI-SUB) = 'N'
120100         MOVE 'APPOINTMENT WITH NO PAYROLL LINE' TO TAR-ITG-MSG
120110         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
120120     END-IF.
120130 7722-ITG-PAY-MISSING-EXIT.
120140     EXIT.
120150
120160*-----------------------------------------------------------------
120170*    7730-ITG-CHK-SCHEDULE -- INSTALLMENTS PER STUDENT, COURSE
120180*    AND TERM FROM PAY_SCHEDULE.TXT AND THEN THE RELOOKUP
120190*    ADJUSTMENT FILE, IN THAT ORDER. A CANCELLATION MARKER ('C')
120200*    STOPS THE SET IT FOLLOWS, SO IT CLEARS THE TOTAL SO FAR; A
120210*    LATE-ADD SET THEN STANDS ON ITS OWN. EACH COSTED APPOINTMENT
120220*    MUST TOTAL ITS STIPEND -- PRORATED, FOR A SET FLAGGED 'P',
120230*    BY 5060-SCHED-LATE-ADD'S OWN RULE (STIPEND X PERIODS
120240*    SCHEDULED / CALENDAR PERIODS) -- AND NO INSTALLMENTS MAY
120250*    STAND FOR A STUDENT WITH NO SUCH APPOINTMENT.
120260*-----------------------------------------------------------------
120270 7730-ITG-CHK-SCHEDULE.
120280     MOVE 0 TO TAR-SKT-COUNT
120290     MOVE 'PAY_SCHEDULE.TXT' TO TAR-ITG-FILE-NAME
120300     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
120310     OPEN INPUT PAY-SCHEDULE
120320     IF NOT SCH-FS-OK
120330         MOVE 'N' TO TAR-ITG-AVAIL-SW
120340         PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
120350         MOVE 'SCHEDULE' TO TAR-ITG-CHECK
120360         MOVE SPACES TO TAR-ITG-KEY
120370         MOVE 'PAY_SCHEDULE.TXT NOT AVAILABLE, NOT CHECKED'
120380             TO TAR-ITG-MSG
120390         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
120400         GO TO 7730-ITG-CHK-SCHEDULE-EXIT
120410     END-IF
120420     PERFORM 7731-ITG-READ-SCH THRU 7731-ITG-READ-SCH-EXIT
120430         UNTIL TAR-ITG-EOF-SW = 'Y'
120440     CLOSE PAY-SCHEDULE
120450     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
120460     MOVE 'PAY_SCHEDULE_ADJ.TXT' TO TAR-ITG-FILE-NAME
120470     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
120480     OPEN INPUT PAY-SCHEDULE-ADJ
120490     IF SCA-FS-OK
120500         PERFORM 7732-ITG-READ-ADJ THRU 7732-ITG-READ-ADJ-EXIT
120510             UNTIL TAR-ITG-EOF-SW = 'Y'
120520         CLOSE PAY-SCHEDULE-ADJ
120530         PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
120540     END-IF
120550     PERFORM 7735-ITG-SCH-APPT THRU 7735-ITG-SCH-APPT-EXIT
120560         VARYING TAR-ITI-SUB FROM 1 BY 1
120570         UNTIL TAR-ITI-SUB > TAR-ITI-COUNT
120580     PERFORM 7736-ITG-SCH-ORPHAN THRU 7736-ITG-SCH-ORPHAN-EXIT
120590         VARYING TAR-SKT-SUB FROM 1 BY 1
120600         UNTIL TAR-SKT-SUB > TAR-SKT-COUNT.
120610 7730-ITG-CHK-SCHEDULE-EXIT.
120620     EXIT.
120630
120640 7731-ITG-READ-SCH.
120650     READ PAY-SCHEDULE INTO TAR-ITG-LINE
120660         AT END
120670             MOVE 'Y' TO TAR-ITG-EOF-SW
120680             GO TO 7731-ITG-READ-SCH-EXIT
120690     END-READ
120700     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT
120710     IF TAR-ITG-LINE (1:3) = 'HDR'
120720         OR TAR-ITG-LINE (1:3) = 'TRL'
120730         GO TO 7731-ITG-READ-SCH-EXIT
120740     END-IF
120750     PERFORM 7733-ITG-POST-SCH THRU 7733-ITG-POST-SCH-EXIT.
120760 7731-ITG-READ-SCH-EXIT.
120770     EXIT.
120780
120790 7732-ITG-READ-ADJ.
120800     READ PAY-SCHEDULE-ADJ INTO TAR-ITG-LINE
120810         AT END
120820             MOVE 'Y' TO TAR-ITG-EOF-SW
120830             GO TO 7732-ITG-READ-ADJ-EXIT
120840     END-READ
120850     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT
120860     IF TAR-ITG-LINE (1:3) = 'HDR'
120870         OR TAR-ITG-LINE (1:3) = 'TRL'
120880         GO TO 7732-ITG-READ-ADJ-EXIT
120890     END-IF
120900     MOVE TAR-ITG-LINE TO SCHEDULE-RECORD
120910     PERFORM 7733-ITG-POST-SCH THRU 7733-ITG-POST-SCH-EXIT.
120920 7732-ITG-READ-ADJ-EXIT.
120930     EXIT.
120940
120950 7733-ITG-POST-SCH.
120960     IF TAR-TERM-FILTER NOT = SPACES
120970         AND SCH-TERM-CODE NOT = TAR-TERM-FILTER
120980         GO TO 7733-ITG-POST-SCH-EXIT
120990     END-IF
121000     MOVE SCH-STUDENT-ID  TO TAR-ITG-CAN
121010     MOVE SCH-TERM-CODE   TO TAR-ITG-TERM
121020     MOVE SCH-COURSE-CODE TO TAR-ITG-COURSE
121030     PERFORM 7734-ITG-FIND-SKT THRU 7734-ITG-FIND-SKT-EXIT
121040     IF TAR-SKT-FOUND-SUB = 0
121050         IF TAR-SKT-COUNT >= 3000
121060             DISPLAY 'INTEGRITY INSTALLMENT TABLE FULL, SKIPPED'
121070             GO TO 7733-ITG-POST-SCH-EXIT
121080         END-IF
121090         ADD 1 TO TAR-SKT-COUNT
121100         MOVE TAR-SKT-COUNT   TO TAR-SKT-FOUND-SUB
121110         MOVE SCH-STUDENT-ID  TO SKT-CAN-ID (TAR-SKT-FOUND-SUB)
121120         MOVE SCH-COURSE-CODE
121130             TO SKT-COURSE-CODE (TAR-SKT-FOUND-SUB)
121140         MOVE SCH-TERM-CODE   TO SKT-TERM-CODE (TAR-SKT-FOUND-SUB)
121150         MOVE 0 TO SKT-AMOUNT (TAR-SKT-FOUND-SUB)
121160         MOVE 0 TO SKT-PRORATE-CNT (TAR-SKT-FOUND-SUB)
121170         MOVE 'N' TO SKT-USED-SW (TAR-SKT-FOUND-SUB)
121180     END-IF
121190     IF SCH-PRORATE-FLAG = 'C'
121200         MOVE 0 TO SKT-AMOUNT (TAR-SKT-FOUND-SUB)
121210         MOVE 0 TO SKT-PRORATE-CNT (TAR-SKT-FOUND-SUB)
121220     ELSE
121230         ADD SCH-AMOUNT TO SKT-AMOUNT (TAR-SKT-FOUND-SUB)
121240         IF SCH-PRORATE-FLAG = 'P'
121250             ADD 1 TO SKT-PRORATE-CNT (TAR-SKT-FOUND-SUB)
121260         END-IF
121270     END-IF.
121280 7733-ITG-POST-SCH-EXIT.
121290     EXIT.
121300
121310 7734-ITG-FIND-SKT.
121320     MOVE 0 TO TAR-SKT-FOUND-SUB
121330     PERFORM 7737-ITG-CHK-SKT THRU 7737-ITG-CHK-SKT-EXIT
121340         VARYING TAR-SKT-SUB FROM 1 BY 1
121350         UNTIL TAR-SKT-SUB > TAR-SKT-COUNT
121360            OR TAR-SKT-FOUND-SUB > 0.
121370 7734-ITG-FIND-SKT-EXIT.
121380     EXIT.
121390
121400 7735-ITG-SCH-APPT.
121410     IF ITI-COST-SW (TAR-ITI-SUB) = 'N'
121420         GO TO 7735-ITG-SCH-APPT-EXIT
121430     END-IF
121440     MOVE 'SCHEDULE' TO TAR-ITG-CHECK
121450     MOVE ITI-CAN-ID (TAR-ITI-SUB)      TO TAR-ITG-CAN
121460     MOVE ITI-TERM-CODE (TAR-ITI-SUB)   TO TAR-ITG-TERM
121470     MOVE ITI-COURSE-CODE (TAR-ITI-SUB) TO TAR-ITG-REF
121480     MOVE ITI-COURSE-CODE (TAR-ITI-SUB) TO TAR-ITG-COURSE
121490     PERFORM 7734-ITG-FIND-SKT THRU 7734-ITG-FIND-SKT-EXIT
121500     IF TAR-SKT-FOUND-SUB = 0
121510         MOVE 'APPOINTMENT WITH NO INSTALLMENTS SCHEDULED'
121520             TO TAR-ITG-MSG
121530         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
121540         GO TO 7735-ITG-SCH-APPT-EXIT
121550     END-IF
121560     MOVE 'Y' TO SKT-USED-SW (TAR-SKT-FOUND-SUB)
121570     IF SKT-PRORATE-CNT (TAR-SKT-FOUND-SUB) > 0
121580         AND ITI-PERIODS (TAR-ITI-SUB) > 0
121590         COMPUTE TAR-ITG-EXPECT =
121600             ITI-STIPEND (TAR-ITI-SUB)
121610             * SKT-PRORATE-CNT (TAR-SKT-FOUND-SUB)
121620             / ITI-PERIODS (TAR-ITI-SUB)
121630     ELSE
121640         MOVE ITI-STIPEND (TAR-ITI-SUB) TO TAR-ITG-EXPECT
121650     END-IF
121660     IF SKT-AMOUNT (TAR-SKT-FOUND-SUB) NOT = TAR-ITG-EXPECT
121670         MOVE SKT-AMOUNT (TAR-SKT-FOUND-SUB) TO TAR-ITG-EDIT-AMT
121680         MOVE TAR-ITG-EXPECT TO TAR-ITG-EDIT-EXP
121690         MOVE SPACES TO TAR-ITG-MSG
121700         STRING 'INSTALLMENTS TOTAL ' TAR-ITG-EDIT-AMT
121710             ', COSTED STIPEND ' TAR-ITG-EDIT-EXP
121720             DELIMITED BY SIZE INTO TAR-ITG-MSG
121730         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
121740     END-IF.
121750 7735-ITG-SCH-APPT-EXIT.
121760     EXIT.
121770
121780*-----------------------------------------------------------------
121790*    7736-ITG-SCH-ORPHAN -- INSTALLMENTS STILL STANDING WITH NO
121800*    APPOINTMENT BEHIND THEM. A SET WHOSE APPOINTMENT STANDS BUT
121810*    CANNOT BE COSTED TODAY (RATE OR CALENDAR SINCE REMOVED) IS
121820*    NOT JUDGED EITHER WAY.
121830*-----------------------------------------------------------------
121840 7736-ITG-SCH-ORPHAN.
121850     IF SKT-USED-SW (TAR-SKT-SUB) = 'Y'
121860         OR SKT-AMOUNT (TAR-SKT-SUB) = 0
121870         GO TO 7736-ITG-SCH-ORPHAN-EXIT
121880     END-IF
121890     MOVE SKT-CAN-ID (TAR-SKT-SUB)      TO TAR-ITG-CAN
121900     MOVE SKT-TERM-CODE (TAR-SKT-SUB)   TO TAR-ITG-TERM
121910     MOVE SKT-COURSE-CODE (TAR-SKT-SUB) TO TAR-ITG-REF
121920     PERFORM 7707-ITG-FIND-ITI THRU 7707-ITG-FIND-ITI-EXIT
121930     IF TAR-ITI-FOUND-SUB > 0
121940         IF ITI-COST-SW (TAR-ITI-FOUND-SUB) = 'N'
121950             AND ITI-COURSE-CODE (TAR-ITI-FOUND-SUB)
121960                 = SKT-COURSE-CODE (TAR-SKT-SUB)
121970             GO TO 7736-ITG-SCH-ORPHAN-EXIT
121980         END-IF
121990     END-IF
122000     MOVE 'SCHEDULE' TO TAR-ITG-CHECK
122010     MOVE SKT-AMOUNT (TAR-SKT-SUB) TO TAR-ITG-EDIT-AMT
122020     MOVE SPACES TO TAR-ITG-MSG
122030     STRING 'INSTALLMENTS TOTAL ' TAR-ITG-EDIT-AMT
122040         ' FOR NO APPOINTMENT ON OUTPUT_IDX.DAT'
122050         DELIMITED BY SIZE INTO TAR-ITG-MSG
122060     PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT.
122070 7736-ITG-SCH-ORPHAN-EXIT.
122080     EXIT.
122090
122100 7737-ITG-CHK-SKT.
122110     IF SKT-CAN-ID (TAR-SKT-SUB) = TAR-ITG-CAN
122120         AND SKT-COURSE-CODE (TAR-SKT-SUB) = TAR-ITG-COURSE
122130         AND SKT-TERM-CODE (TAR-SKT-SUB) = TAR-ITG-TERM
122140         MOVE TAR-SKT-SUB TO TAR-SKT-FOUND-SUB
122150     END-IF.
122160 7737-ITG-CHK-SKT-EXIT.
122170     EXIT.
122180
122190*-----------------------------------------------------------------
122200*    7740-ITG-CHK-HISTORY -- TWO PASSES OVER ASSIGN_HISTORY.DAT.
122210*    THE FIRST FINDS THE LATEST RUN SEQUENCE HOLDING EACH TERM
122220*    (AS 4952-EQY-SCAN-HIST DOES); THE SECOND COMPARES THAT
122230*    GENERATION'S RECORDS WITH THE STANDING APPOINTMENTS BOTH
122240*    WAYS. RESPOND AND RELOOKUP DO NOT ARCHIVE, SO THEIR CHANGES
122250*    SHOW HERE UNTIL THE NEXT FULL RUN.
122260*-----------------------------------------------------------------
122270 7740-ITG-CHK-HISTORY.
122280     MOVE 0 TO TAR-ITT-COUNT
122290     OPEN INPUT ASSIGN-HISTORY
122300     IF NOT HIS-FS-OK
122310         MOVE 'HISTORY' TO TAR-ITG-CHECK
122320         MOVE SPACES TO TAR-ITG-KEY
122330         MOVE 'ASSIGN_HISTORY.DAT NOT AVAILABLE, NOT CHECKED'
122340             TO TAR-ITG-MSG
122350         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
122360         GO TO 7740-ITG-CHK-HISTORY-EXIT
122370     END-IF
122380     MOVE 'N' TO TAR-HIS-EOF-SW
122390     PERFORM 7741-ITG-HIS-SEQ THRU 7741-ITG-HIS-SEQ-EXIT
122400         UNTIL TAR-HIS-EOF-SW = 'Y'
122410     CLOSE ASSIGN-HISTORY
122420     OPEN INPUT ASSIGN-HISTORY
122430     IF NOT HIS-FS-OK
122440         GO TO 7740-ITG-CHK-HISTORY-EXIT
122450     END-IF
122460     MOVE 'N' TO TAR-HIS-EOF-SW
122470     PERFORM 7744-ITG-HIS-CMP THRU 7744-ITG-HIS-CMP-EXIT
122480         UNTIL TAR-HIS-EOF-SW = 'Y'
122490     CLOSE ASSIGN-HISTORY
122500     PERFORM 7745-ITG-HIS-MISSING THRU 7745-ITG-HIS-MISSING-EXIT
122510         VARYING TAR-ITI-SUB FROM 1 BY 1
122520         UNTIL TAR-ITI-SUB > TAR-ITI-COUNT.
122530 7740-ITG-CHK-HISTORY-EXIT.
122540     EXIT.
122550
122560 7741-ITG-HIS-SEQ.
122570     READ ASSIGN-HISTORY NEXT RECORD
122580         AT END
122590             MOVE 'Y' TO TAR-HIS-EOF-SW
122600             GO TO 7741-ITG-HIS-SEQ-EXIT
122610     END-READ
122620     IF TAR-TERM-FILTER NOT = SPACES
122630         AND HIS-TERM-CODE NOT = TAR-TERM-FILTER
122640         GO TO 7741-ITG-HIS-SEQ-EXIT
122650     END-IF
122660     MOVE HIS-TERM-CODE TO TAR-ITG-TERM
122670     PERFORM 7742-ITG-FIND-ITT THRU 7742-ITG-FIND-ITT-EXIT
122680     IF TAR-ITT-FOUND-SUB > 0
122690         IF HIS-RUN-SEQ > ITT-RUN-SEQ (TAR-ITT-FOUND-SUB)
122700             MOVE HIS-RUN-SEQ TO ITT-RUN-SEQ (TAR-ITT-FOUND-SUB)
122710         END-IF
122720     ELSE
122730         IF TAR-ITT-COUNT < 40
122740             ADD 1 TO TAR-ITT-COUNT
122750             MOVE HIS-TERM-CODE TO ITT-TERM-CODE (TAR-ITT-COUNT)
122760             MOVE HIS-RUN-SEQ TO ITT-RUN-SEQ (TAR-ITT-COUNT)
122770         END-IF
122780     END-IF.
122790 7741-ITG-HIS-SEQ-EXIT.
122800     EXIT.
122810
122820 7742-ITG-FIND-ITT.
122830     MOVE 0 TO TAR-ITT-FOUND-SUB
122840     PERFORM 7743-ITG-CHK-ITT THRU 7743-ITG-CHK-ITT-EXIT
122850         VARYING TAR-ITT-SUB FROM 1 BY 1
122860         UNTIL TAR-ITT-SUB > TAR-ITT-COUNT
122870            OR TAR-ITT-FOUND-SUB > 0.
122880 7742-ITG-FIND-ITT-EXIT.
122890     EXIT.
122900
122910 7743-ITG-CHK-ITT.
122920     IF ITT-TERM-CODE (TAR-ITT-SUB) = TAR-ITG-TERM
122930         MOVE TAR-ITT-SUB TO TAR-ITT-FOUND-SUB
122940     END-IF.
122950 7743-ITG-CHK-ITT-EXIT.
122960     EXIT.
122970
122980 7744-ITG-HIS-CMP.
122990     READ ASSIGN-HISTORY NEXT RECORD
123000         AT END
123010             MOVE 'Y' TO TAR-HIS-EOF-SW
123020             GO TO 7744-ITG-HIS-CMP-EXIT
123030     END-READ
123040     IF TAR-TERM-FILTER NOT = SPACES
123050         AND HIS-TERM-CODE NOT = TAR-TERM-FILTER
123060         GO TO 7744-ITG-HIS-CMP-EXIT
123070     END-IF
123080     MOVE HIS-TERM-CODE TO TAR-ITG-TERM
123090     PERFORM 7742-ITG-FIND-ITT THRU 7742-ITG-FIND-ITT-EXIT
123100     IF TAR-ITT-FOUND-SUB = 0
123110         GO TO 7744-ITG-HIS-CMP-EXIT
123120     END-IF
123130     IF HIS-RUN-SEQ NOT = ITT-RUN-SEQ (TAR-ITT-FOUND-SUB)
123140         GO TO 7744-ITG-HIS-CMP-EXIT
123150     END-IF
123160     MOVE 'HISTORY' TO TAR-ITG-CHECK
123170     MOVE HIS-CAN-ID TO TAR-ITG-CAN
123180     MOVE HIS-INS-ID TO TAR-ITG-REF
123190     PERFORM 7707-ITG-FIND-ITI THRU 7707-ITG-FIND-ITI-EXIT
123200     IF TAR-ITI-FOUND-SUB = 0
123210         MOVE SPACES TO TAR-ITG-MSG
123220         STRING 'RUN ' HIS-RUN-SEQ
123230             ' HISTORY RECORD, NO APPOINTMENT ON OUTPUT_IDX.DAT'
123240             DELIMITED BY SIZE INTO TAR-ITG-MSG
123250         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
123260         GO TO 7744-ITG-HIS-CMP-EXIT
123270     END-IF
123280     MOVE 'Y' TO ITI-HIS-SW (TAR-ITI-FOUND-SUB)
123290     IF HIS-INS-ID NOT = ITI-INS-ID (TAR-ITI-FOUND-SUB)
123300         MOVE SPACES TO TAR-ITG-MSG
123310         STRING 'RUN ' HIS-RUN-SEQ
123320             ' HISTORY INSTRUCTOR, OUTPUT_IDX.DAT HAS '
123330             ITI-INS-ID (TAR-ITI-FOUND-SUB)
123340             DELIMITED BY SIZE INTO TAR-ITG-MSG
123350         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
123360     END-IF.
123370 7744-ITG-HIS-CMP-EXIT.
123380     EXIT.
123390
123400 7745-ITG-HIS-MISSING.
123410     IF ITI-HIS-SW (TAR-ITI-SUB) = 'Y'
123420         GO TO 7745-ITG-HIS-MISSING-EXIT
123430     END-IF
123440     MOVE 'HISTORY' TO TAR-ITG-CHECK
123450     MOVE ITI-CAN-ID (TAR-ITI-SUB)    TO TAR-ITG-CAN
123460     MOVE ITI-TERM-CODE (TAR-ITI-SUB) TO TAR-ITG-TERM
123470     MOVE ITI-INS-ID (TAR-ITI-SUB)    TO TAR-ITG-REF
123480     PERFORM 7742-ITG-FIND-ITT THRU 7742-ITG-FIND-ITT-EXIT
123490     MOVE SPACES TO TAR-ITG-MSG
123500     IF TAR-ITT-FOUND-SUB = 0
123510         MOVE 'APPOINTMENT IN A TERM WITH NO HISTORY ARCHIVED'
123520             TO TAR-ITG-MSG
123530     ELSE
123540         STRING 'APPOINTMENT NOT IN HISTORY OF LATEST RUN '
123550             ITT-RUN-SEQ (TAR-ITT-FOUND-SUB)
123560             DELIMITED BY SIZE INTO TAR-ITG-MSG
123570     END-IF
123580     PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT.
123590 7745-ITG-HIS-MISSING-EXIT.
123600     EXIT.
123610
123620*-----------------------------------------------------------------
123630*    7750-ITG-CHK-LETTERS -- EVERY OFFER LETTER ON FILE MUST
123640*    STILL HAVE ITS APPOINTMENT, FOR THE SAME COURSE. LETTERS
123650*    ARE A SEPARATE RUN (MODE=LETTERS), SO NO FILE IS NOT A
123660*    FINDING, AND A STANDING APPOINTMENT WITH NO LETTER IS NOT
123670*    ONE EITHER.
123680*-----------------------------------------------------------------
123690 7750-ITG-CHK-LETTERS.
123700     MOVE 'OFFER_LETTERS.TXT' TO TAR-ITG-FILE-NAME
123710     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
123720     OPEN INPUT OFFER-LETTERS
123730     IF NOT LTR-FS-OK
123740         MOVE SPACES TO INTEGRITY-REPORT-RECORD
123750         MOVE 'OFFER_LETTERS.TXT NOT PRODUCED, NOT CHECKED'
123760             TO INTEGRITY-REPORT-RECORD
123770         PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT
123780         GO TO 7750-ITG-CHK-LETTERS-EXIT
123790     END-IF
123800     PERFORM 7751-ITG-READ-LTR THRU 7751-ITG-READ-LTR-EXIT
123810         UNTIL TAR-ITG-EOF-SW = 'Y'
123820     CLOSE OFFER-LETTERS
123830     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT.
123840 7750-ITG-CHK-LETTERS-EXIT.
123850     EXIT.
123860
123870 7751-ITG-READ-LTR.
123880     READ OFFER-LETTERS INTO TAR-ITG-LINE
123890         AT END
123900             MOVE 'Y' TO TAR-ITG-EOF-SW
123910             GO TO 7751-ITG-READ-LTR-EXIT
123920     END-READ
123930     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT
123940     IF TAR-ITG-LINE (1:3) = 'HDR'
123950         OR TAR-ITG-LINE (1:3) = 'TRL'
123960         GO TO 7751-ITG-READ-LTR-EXIT
123970     END-IF
123980     IF TAR-TERM-FILTER NOT = SPACES
123990         AND LTR-TERM-CODE NOT = TAR-TERM-FILTER
124000         GO TO 7751-ITG-READ-LTR-EXIT
124010     END-IF
124020     MOVE 'LETTERS' TO TAR-ITG-CHECK
124030     MOVE LTR-CAN-ID      TO TAR-ITG-CAN
124040     MOVE LTR-TERM-CODE   TO TAR-ITG-TERM
124050     MOVE LTR-COURSE-CODE TO TAR-ITG-REF
124060     PERFORM 7707-ITG-FIND-ITI THRU 7707-ITG-FIND-ITI-EXIT
124070     IF TAR-ITI-FOUND-SUB = 0
124080         MOVE 'LETTER ISSUED FOR AN APPOINTMENT NO LONGER ON FILE'
124090             TO TAR-ITG-MSG
124100         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
124110         GO TO 7751-ITG-READ-LTR-EXIT
124120     END-IF
124130     IF ITI-INS-SW (TAR-ITI-FOUND-SUB) = 'Y'
124140         AND LTR-COURSE-CODE
124150             NOT = ITI-COURSE-CODE (TAR-ITI-FOUND-SUB)
124160         MOVE SPACES TO TAR-ITG-MSG
124170         STRING 'LETTER COURSE DIFFERS, APPOINTMENT IS NOW '
124180             ITI-COURSE-CODE (TAR-ITI-FOUND-SUB)
124190             DELIMITED BY SIZE INTO TAR-ITG-MSG
124200         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
124210     END-IF.
124220 7751-ITG-READ-LTR-EXIT.
124230     EXIT.
124240
124250*-----------------------------------------------------------------
124260*    7760-ITG-CHK-AUDIT -- THE LAST AUDIT ENTRY FOR EACH
124270*    CANDIDATE AND TERM (THE TERM IS THE INSTRUCTOR'S) MUST BE
124280*    THE PAIRING NOW STANDING ON OUTPUT_IDX.DAT. REFILL FAILURES
124290*    (BLANK CANDIDATE) AND ENTRIES FOR INSTRUCTORS NO LONGER
124300*    LOADED CANNOT BE PLACED IN A TERM AND ARE PASSED OVER. THE
124310*    LOG ACCUMULATES, SO ONLY THE GROUP WRITTEN BY THE MANIFEST'S
124320*    RUN IS COUNTED AGAINST THE MANIFEST.
124330*-----------------------------------------------------------------
124340 7760-ITG-CHK-AUDIT.
124350     MOVE 0 TO TAR-AUL-COUNT
124360     MOVE 'AUDIT_LOG.TXT' TO TAR-ITG-FILE-NAME
124370     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
124380     MOVE 'Y' TO TAR-ITG-GROUP-SW
124390     OPEN INPUT AUDIT-LOG
124400     IF NOT AUD-FS-OK
124410         MOVE 'N' TO TAR-ITG-AVAIL-SW
124420         PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
124430         MOVE 'AUDIT' TO TAR-ITG-CHECK
124440         MOVE SPACES TO TAR-ITG-KEY
124450         MOVE 'AUDIT_LOG.TXT NOT AVAILABLE, AUDIT NOT CHECKED'
124460             TO TAR-ITG-MSG
124470         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
124480         GO TO 7760-ITG-CHK-AUDIT-EXIT
124490     END-IF
124500     PERFORM 7761-ITG-READ-AUD THRU 7761-ITG-READ-AUD-EXIT
124510         UNTIL TAR-ITG-EOF-SW = 'Y'
124520     CLOSE AUDIT-LOG
124530     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
124540     PERFORM 7763-ITG-AUD-SURVIVE THRU 7763-ITG-AUD-SURVIVE-EXIT
124550         VARYING TAR-AUL-SUB FROM 1 BY 1
124560         UNTIL TAR-AUL-SUB > TAR-AUL-COUNT.
124570 7760-ITG-CHK-AUDIT-EXIT.
124580     EXIT.
124590
124600 7761-ITG-READ-AUD.
124610     READ AUDIT-LOG INTO TAR-ITG-LINE
124620         AT END
124630             MOVE 'Y' TO TAR-ITG-EOF-SW
124640             GO TO 7761-ITG-READ-AUD-EXIT
124650     END-READ
124660     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT
124670     IF TAR-ITG-LINE (1:3) = 'HDR'
124680         OR TAR-ITG-LINE (1:3) = 'TRL'
124690         GO TO 7761-ITG-READ-AUD-EXIT
124700     END-IF
124710     IF AUD-CAN-ID = SPACES
124720         GO TO 7761-ITG-READ-AUD-EXIT
124730     END-IF
124740     MOVE AUD-INS-ID TO TAR-TARGET-INS
124750     PERFORM 3030-FIND-INS THRU 3030-FIND-INS-EXIT
124760     IF TAR-FOUND-SW = 'N'
124770         GO TO 7761-ITG-READ-AUD-EXIT
124780     END-IF
124790     SET INS-IDX TO TAR-INS-FOUND-IDX
124800     IF TAR-TERM-FILTER NOT = SPACES
124810         AND INS-TERM-CODE (INS-IDX) NOT = TAR-TERM-FILTER
124820         GO TO 7761-ITG-READ-AUD-EXIT
124830     END-IF
124840     MOVE AUD-CAN-ID TO TAR-ITG-CAN
124850     MOVE INS-TERM-CODE (INS-IDX) TO TAR-ITG-TERM
124860     PERFORM 7762-ITG-FIND-AUL THRU 7762-ITG-FIND-AUL-EXIT
124870     IF TAR-AUL-FOUND-SUB = 0
124880         IF TAR-AUL-COUNT >= 3000
124890             DISPLAY 'INTEGRITY AUDIT TABLE FULL, RECS SKIPPED'
124900             GO TO 7761-ITG-READ-AUD-EXIT
124910         END-IF
124920         ADD 1 TO TAR-AUL-COUNT
124930         MOVE TAR-AUL-COUNT TO TAR-AUL-FOUND-SUB
124940         MOVE AUD-CAN-ID TO AUL-CAN-ID (TAR-AUL-FOUND-SUB)
124950         MOVE INS-TERM-CODE (INS-IDX)
124960             TO AUL-TERM-CODE (TAR-AUL-FOUND-SUB)
124970     END-IF
124980     MOVE AUD-INS-ID   TO AUL-INS-ID (TAR-AUL-FOUND-SUB)
124990     MOVE AUD-ROUND-NO TO AUL-ROUND-NO (TAR-AUL-FOUND-SUB).
125000 7761-ITG-READ-AUD-EXIT.
125010     EXIT.
125020
125030 7762-ITG-FIND-AUL.
125040     MOVE 0 TO TAR-AUL-FOUND-SUB
125050     PERFORM 7764-ITG-CHK-AUL THRU 7764-ITG-CHK-AUL-EXIT
125060         VARYING TAR-AUL-SUB FROM 1 BY 1
125070         UNTIL TAR-AUL-SUB > TAR-AUL-COUNT
125080            OR TAR-AUL-FOUND-SUB > 0.
125090 7762-ITG-FIND-AUL-EXIT.
125100     EXIT.
125110
125120 7763-ITG-AUD-SURVIVE.
125130     MOVE AUL-CAN-ID (TAR-AUL-SUB)    TO TAR-ITG-CAN
125140     MOVE AUL-TERM-CODE (TAR-AUL-SUB) TO TAR-ITG-TERM
125150     MOVE AUL-INS-ID (TAR-AUL-SUB)    TO TAR-ITG-REF
125160     PERFORM 7707-ITG-FIND-ITI THRU 7707-ITG-FIND-ITI-EXIT
125170     IF TAR-ITI-FOUND-SUB > 0
125180         IF ITI-INS-ID (TAR-ITI-FOUND-SUB)
125190             = AUL-INS-ID (TAR-AUL-SUB)
125200             GO TO 7763-ITG-AUD-SURVIVE-EXIT
125210         END-IF
125220     END-IF
125230     MOVE 'AUDIT' TO TAR-ITG-CHECK
125240     MOVE SPACES TO TAR-ITG-MSG
125250     STRING 'LAST AUDIT ENTRY (ROUND ' AUL-ROUND-NO (TAR-AUL-SUB)
125260         ') HAS NO SURVIVING MATCH'
125270         DELIMITED BY SIZE INTO TAR-ITG-MSG
125280     PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT.
125290 7763-ITG-AUD-SURVIVE-EXIT.
125300     EXIT.
125310
125320 7764-ITG-CHK-AUL.
125330     IF AUL-CAN-ID (TAR-AUL-SUB) = TAR-ITG-CAN
125340         AND AUL-TERM-CODE (TAR-AUL-SUB) = TAR-ITG-TERM
125350         MOVE TAR-AUL-SUB TO TAR-AUL-FOUND-SUB
125360     END-IF.
125370 7764-ITG-CHK-AUL-EXIT.
125380     EXIT.
125390
125400*-----------------------------------------------------------------
125410*    7770-ITG-CHK-CONTROLS -- HEADER/TRAILER CONTROLS OF THE
125420*    REMAINING FILES THE FULL RUN LISTS ON ITS MANIFEST (THE
125430*    PAYROLL, SCHEDULE AND AUDIT FILES WERE COUNTED AS THEY WERE
125440*    READ ABOVE). THE GL JOURNAL ACCUMULATES LIKE THE AUDIT LOG,
125450*    SO ONLY THE MANIFEST RUN'S BATCH IS COUNTED.
125460*-----------------------------------------------------------------
125470 7770-ITG-CHK-CONTROLS.
125480     MOVE 'OUTPUT.TXT' TO TAR-ITG-FILE-NAME
125490     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
125500     OPEN INPUT OUTFILE
125510     IF OUT-FS-OK
125520         PERFORM 7771-ITG-READ-OUT THRU 7771-ITG-READ-OUT-EXIT
125530             UNTIL TAR-ITG-EOF-SW = 'Y'
125540         CLOSE OUTFILE
125550     ELSE
125560         MOVE 'N' TO TAR-ITG-AVAIL-SW
125570     END-IF
125580     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
125590     MOVE 'UNMATCHED.TXT' TO TAR-ITG-FILE-NAME
125600     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
125610     OPEN INPUT UNMATCHED
125620     IF UNM-FS-OK
125630         PERFORM 7772-ITG-READ-UNM THRU 7772-ITG-READ-UNM-EXIT
125640             UNTIL TAR-ITG-EOF-SW = 'Y'
125650         CLOSE UNMATCHED
125660     ELSE
125670         MOVE 'N' TO TAR-ITG-AVAIL-SW
125680     END-IF
125690     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
125700     MOVE 'SUMMARY.TXT' TO TAR-ITG-FILE-NAME
125710     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
125720     OPEN INPUT SUMMARY
125730     IF SUM-FS-OK
125740         PERFORM 7773-ITG-READ-SUM THRU 7773-ITG-READ-SUM-EXIT
125750             UNTIL TAR-ITG-EOF-SW = 'Y'
125760         CLOSE SUMMARY
125770     ELSE
125780         MOVE 'N' TO TAR-ITG-AVAIL-SW
125790     END-IF
125800     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
125810     MOVE 'HOURS_REPORT.TXT' TO TAR-ITG-FILE-NAME
125820     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
125830     OPEN INPUT HOURS-REPORT
125840     IF HRS-FS-OK
125850         PERFORM 7774-ITG-READ-HRS THRU 7774-ITG-READ-HRS-EXIT
125860             UNTIL TAR-ITG-EOF-SW = 'Y'
125870         CLOSE HOURS-REPORT
125880     ELSE
125890         MOVE 'N' TO TAR-ITG-AVAIL-SW
125900     END-IF
125910     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
125920     MOVE 'STAFFING_REPORT.TXT' TO TAR-ITG-FILE-NAME
125930     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
125940     OPEN INPUT STAFFING-REPORT
125950     IF STF-FS-OK
125960         PERFORM 7775-ITG-READ-STF THRU 7775-ITG-READ-STF-EXIT
125970             UNTIL TAR-ITG-EOF-SW = 'Y'
125980         CLOSE STAFFING-REPORT
125990     ELSE
126000         MOVE 'N' TO TAR-ITG-AVAIL-SW
126010     END-IF
126020     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
126030     MOVE 'SCHED_CONTROL.TXT' TO TAR-ITG-FILE-NAME
126040     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
126050     OPEN INPUT SCHED-CONTROL
126060     IF SCT-FS-OK
126070         PERFORM 7776-ITG-READ-SCT THRU 7776-ITG-READ-SCT-EXIT
126080             UNTIL TAR-ITG-EOF-SW = 'Y'
126090         CLOSE SCHED-CONTROL
126100     ELSE
126110         MOVE 'N' TO TAR-ITG-AVAIL-SW
126120     END-IF
126130     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
126140     MOVE 'EQUITY_REPORT.TXT' TO TAR-ITG-FILE-NAME
126150     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
126160     OPEN INPUT EQUITY-REPORT
126170     IF EQR-FS-OK
126180         PERFORM 7777-ITG-READ-EQR THRU 7777-ITG-READ-EQR-EXIT
126190             UNTIL TAR-ITG-EOF-SW = 'Y'
126200         CLOSE EQUITY-REPORT
126210     ELSE
126220         MOVE 'N' TO TAR-ITG-AVAIL-SW
126230     END-IF
126240     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT
126250     MOVE 'GL_JOURNAL.TXT' TO TAR-ITG-FILE-NAME
126260     PERFORM 7791-ITG-START-FILE THRU 7791-ITG-START-FILE-EXIT
126270     MOVE 'Y' TO TAR-ITG-GROUP-SW
126280     OPEN INPUT GL-JOURNAL
126290     IF GLJ-FS-OK
126300         PERFORM 7778-ITG-READ-GLJ THRU 7778-ITG-READ-GLJ-EXIT
126310             UNTIL TAR-ITG-EOF-SW = 'Y'
126320         CLOSE GL-JOURNAL
126330     ELSE
126340         MOVE 'N' TO TAR-ITG-AVAIL-SW
126350     END-IF
126360     PERFORM 7795-ITG-END-FILE THRU 7795-ITG-END-FILE-EXIT.
126370 7770-ITG-CHK-CONTROLS-EXIT.
126380     EXIT.
126390
126400 7771-ITG-READ-OUT.
126410     READ OUTFILE INTO TAR-ITG-LINE
126420         AT END
126430             MOVE 'Y' TO TAR-ITG-EOF-SW
126440             GO TO 7771-ITG-READ-OUT-EXIT
126450     END-READ
126460     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT.
126470 7771-ITG-READ-OUT-EXIT.
126480     EXIT.
126490
126500 7772-ITG-READ-UNM.
126510     READ UNMATCHED INTO TAR-ITG-LINE
126520         AT END
126530             MOVE 'Y' TO TAR-ITG-EOF-SW
126540             GO TO 7772-ITG-READ-UNM-EXIT
126550     END-READ
126560     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT.
126570 7772-ITG-READ-UNM-EXIT.
126580     EXIT.
126590
126600 7773-ITG-READ-SUM.
126610     READ SUMMARY INTO TAR-ITG-LINE
126620         AT END
126630             MOVE 'Y' TO TAR-ITG-EOF-SW
126640             GO TO 7773-ITG-READ-SUM-EXIT
126650     END-READ
126660     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT.
126670 7773-ITG-READ-SUM-EXIT.
126680     EXIT.
126690
126700 7774-ITG-READ-HRS.
126710     READ HOURS-REPORT INTO TAR-ITG-LINE
126720         AT END
126730             MOVE 'Y' TO TAR-ITG-EOF-SW
126740             GO TO 7774-ITG-READ-HRS-EXIT
126750     END-READ
126760     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT.
126770 7774-ITG-READ-HRS-EXIT.
126780     EXIT.
126790
126800 7775-ITG-READ-STF.
126810     READ STAFFING-REPORT INTO TAR-ITG-LINE
126820         AT END
126830             MOVE 'Y' TO TAR-ITG-EOF-SW
126840             GO TO 7775-ITG-READ-STF-EXIT
126850     END-READ
126860     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT.
126870 7775-ITG-READ-STF-EXIT.
126880     EXIT.
126890
126900 7776-ITG-READ-SCT.
126910     READ SCHED-CONTROL INTO TAR-ITG-LINE
126920         AT END
126930             MOVE 'Y' TO TAR-ITG-EOF-SW
126940             GO TO 7776-ITG-READ-SCT-EXIT
126950     END-READ
126960     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT.
126970 7776-ITG-READ-SCT-EXIT.
126980     EXIT.
126990
127000 7777-ITG-READ-EQR.
127010     READ EQUITY-REPORT INTO TAR-ITG-LINE
127020         AT END
127030             MOVE 'Y' TO TAR-ITG-EOF-SW
127040             GO TO 7777-ITG-READ-EQR-EXIT
127050     END-READ
127060     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT.
127070 7777-ITG-READ-EQR-EXIT.
127080     EXIT.
127090
127100 7778-ITG-READ-GLJ.
127110     READ GL-JOURNAL INTO TAR-ITG-LINE
127120         AT END
127130             MOVE 'Y' TO TAR-ITG-EOF-SW
127140             GO TO 7778-ITG-READ-GLJ-EXIT
127150     END-READ
127160     PERFORM 7790-ITG-TALLY-LINE THRU 7790-ITG-TALLY-LINE-EXIT.
127170 7778-ITG-READ-GLJ-EXIT.
127180     EXIT.
127190
127200*-----------------------------------------------------------------
127210*    7780-ITG-WRITE-SUM -- FINDINGS BY CHECK AND THE PAYROLL
127220*    HAND-OFF VERDICT THE RETURN CODE CARRIES.
127230*-----------------------------------------------------------------
127240 7780-ITG-WRITE-SUM.
127250     COMPUTE TAR-ITG-HOLD =
127260         TAR-ITG-PAY-ERR + TAR-ITG-SCH-ERR + TAR-ITG-CTL-ERR
127270     COMPUTE TAR-ITG-ADVISE =
127280         TAR-ITG-HIS-ERR + TAR-ITG-LTR-ERR + TAR-ITG-AUD-ERR
127290     MOVE SPACES TO INTEGRITY-REPORT-RECORD
127300     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT
127310     MOVE 'INTEGRITY SUMMARY' TO INTEGRITY-REPORT-RECORD
127320     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT
127330     MOVE 'PAYROLL LINE DISAGREEMENTS' TO TAR-ITG-SUM-LABEL
127340     MOVE TAR-ITG-PAY-ERR TO TAR-ITG-SUM-VALUE
127350     PERFORM 7781-ITG-SUM-LINE THRU 7781-ITG-SUM-LINE-EXIT
127360     MOVE 'INSTALLMENT DISAGREEMENTS' TO TAR-ITG-SUM-LABEL
127370     MOVE TAR-ITG-SCH-ERR TO TAR-ITG-SUM-VALUE
127380     PERFORM 7781-ITG-SUM-LINE THRU 7781-ITG-SUM-LINE-EXIT
127390     MOVE 'FILE CONTROL DISAGREEMENTS' TO TAR-ITG-SUM-LABEL
127400     MOVE TAR-ITG-CTL-ERR TO TAR-ITG-SUM-VALUE
127410     PERFORM 7781-ITG-SUM-LINE THRU 7781-ITG-SUM-LINE-EXIT
127420     MOVE 'HISTORY DISAGREEMENTS' TO TAR-ITG-SUM-LABEL
127430     MOVE TAR-ITG-HIS-ERR TO TAR-ITG-SUM-VALUE
127440     PERFORM 7781-ITG-SUM-LINE THRU 7781-ITG-SUM-LINE-EXIT
127450     MOVE 'OFFER LETTER DISAGREEMENTS' TO TAR-ITG-SUM-LABEL
127460     MOVE TAR-ITG-LTR-ERR TO TAR-ITG-SUM-VALUE
127470     PERFORM 7781-ITG-SUM-LINE THRU 7781-ITG-SUM-LINE-EXIT
127480     MOVE 'AUDIT LOG DISAGREEMENTS' TO TAR-ITG-SUM-LABEL
127490     MOVE TAR-ITG-AUD-ERR TO TAR-ITG-SUM-VALUE
127500     PERFORM 7781-ITG-SUM-LINE THRU 7781-ITG-SUM-LINE-EXIT
127510     MOVE SPACES TO INTEGRITY-REPORT-RECORD
127520     IF TAR-ITG-HOLD > 0
127530         MOVE 'PAYROLL HAND-OFF: HOLD (RC 8)'
127540             TO INTEGRITY-REPORT-RECORD
127550     ELSE
127560         IF TAR-ITG-ADVISE > 0
127570             MOVE 'PAYROLL HAND-OFF: RELEASE, ADVISORY (RC 4)'
127580                 TO INTEGRITY-REPORT-RECORD
127590         ELSE
127600             MOVE 'PAYROLL HAND-OFF: RELEASE (RC 0)'
127610                 TO INTEGRITY-REPORT-RECORD
127620         END-IF
127630     END-IF
127640     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT.
127650 7780-ITG-WRITE-SUM-EXIT.
127660     EXIT.
127670
127680 7781-ITG-SUM-LINE.
127690     MOVE SPACES TO INTEGRITY-REPORT-RECORD
127700     STRING '  ' TAR-ITG-SUM-LABEL TAR-ITG-SUM-VALUE
127710         DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
127720     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT.
127730 7781-ITG-SUM-LINE-EXIT.
127740     EXIT.
127750
127760*-----------------------------------------------------------------
127770*    7790-ITG-TALLY-LINE -- HEADER RUN SEQUENCE, TRAILER COUNT
127780*    AND DETAIL COUNT OF THE FILE BEING READ. FOR A FILE THAT
127790*    ACCUMULATES A HEADER/TRAILER GROUP PER RUN (TAR-ITG-GROUP-SW
127800*    = 'Y') ONLY THE GROUP OF THE MANIFEST'S RUN IS COUNTED.
127810*-----------------------------------------------------------------
127820 7790-ITG-TALLY-LINE.
127830     IF TAR-ITG-LINE (1:3) = 'HDR'
127840         IF TAR-ITG-GROUP-SW = 'N'
127850             MOVE 'Y' TO TAR-ITG-HDR-SW
127860             MOVE 0 TO TAR-ITG-SEQ
127870             IF TAR-ITG-LINE (18:5) IS NUMERIC
127880                 MOVE TAR-ITG-LINE (18:5) TO TAR-ITG-SEQ
127890             END-IF
127900             GO TO 7790-ITG-TALLY-LINE-EXIT
127910         END-IF
127920         MOVE 'N' TO TAR-ITG-IN-GROUP-SW
127930         IF TAR-ITG-LINE (18:5) IS NUMERIC
127940             MOVE TAR-ITG-LINE (18:5) TO TAR-ITG-SEQ
127950             IF TAR-ITG-SEQ = TAR-MFT-SEQ
127960                 MOVE 'Y' TO TAR-ITG-IN-GROUP-SW
127970                 MOVE 'Y' TO TAR-ITG-HDR-SW
127980             END-IF
127990         END-IF
128000         GO TO 7790-ITG-TALLY-LINE-EXIT
128010     END-IF
128020     IF TAR-ITG-GROUP-SW = 'Y'
128030         AND TAR-ITG-IN-GROUP-SW = 'N'
128040         GO TO 7790-ITG-TALLY-LINE-EXIT
128050     END-IF
128060     IF TAR-ITG-LINE (1:3) = 'TRL'
128070         MOVE 'Y' TO TAR-ITG-TRL-SW
128080         MOVE 0 TO TAR-ITG-TRL-CNT
128090         IF TAR-ITG-LINE (4:7) IS NUMERIC
128100             MOVE TAR-ITG-LINE (4:7) TO TAR-ITG-TRL-CNT
128110         END-IF
128120         MOVE 'N' TO TAR-ITG-IN-GROUP-SW
128130         GO TO 7790-ITG-TALLY-LINE-EXIT
128140     END-IF
128150     ADD 1 TO TAR-ITG-DTL-CNT.
128160 7790-ITG-TALLY-LINE-EXIT.
128170     EXIT.
128180
128190 7791-ITG-START-FILE.
128200     MOVE 'Y' TO TAR-ITG-AVAIL-SW
128210     MOVE 'N' TO TAR-ITG-EOF-SW
128220     MOVE 'N' TO TAR-ITG-HDR-SW
128230     MOVE 'N' TO TAR-ITG-TRL-SW
128240     MOVE 'N' TO TAR-ITG-GROUP-SW
128250     MOVE 'N' TO TAR-ITG-IN-GROUP-SW
128260     MOVE 0 TO TAR-ITG-SEQ
128270     MOVE 0 TO TAR-ITG-TRL-CNT
128280     MOVE 0 TO TAR-ITG-DTL-CNT.
128290 7791-ITG-START-FILE-EXIT.
128300     EXIT.
128310
128320*-----------------------------------------------------------------
128330*    7795-ITG-END-FILE -- THE CONTROL CHECKS FOR ONE FILE: A
128340*    HEADER AND A TRAILER, TRAILER COUNT = DETAIL RECORDS, AND,
128350*    WHEN THE MANIFEST LISTS THE FILE, THE SAME RUN SEQUENCE AND
128360*    RECORD COUNT. A HEADER LATER THAN THE MANIFEST MEANS A
128370*    FOLLOW-UP RUN HAS SINCE REWRITTEN THE FILE (RELOOKUP
128380*    REWRITES SCHED_CONTROL.TXT), SO ITS OWN TRAILER STILL
128390*    CHECKS BUT THE MANIFEST COUNT NO LONGER APPLIES.
128400*-----------------------------------------------------------------
128410 7795-ITG-END-FILE.
128420     MOVE 'CONTROL' TO TAR-ITG-CHECK
128430     MOVE SPACES TO TAR-ITG-KEY
128440     PERFORM 7712-ITG-FIND-MFT THRU 7712-ITG-FIND-MFT-EXIT
128450     IF TAR-ITG-AVAIL-SW = 'N'
128460         IF TAR-MFT-FOUND-SUB > 0
128470             MOVE SPACES TO TAR-ITG-MSG
128480             STRING TAR-ITG-FILE-NAME DELIMITED BY SPACE
128490                 ' IS ON THE MANIFEST BUT NOT AVAILABLE'
128500                 DELIMITED BY SIZE INTO TAR-ITG-MSG
128510             PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
128520         END-IF
128530         GO TO 7795-ITG-END-FILE-EXIT
128540     END-IF
128550     IF TAR-ITG-GROUP-SW = 'Y'
128560         AND TAR-MFT-FOUND-SUB = 0
128570         GO TO 7795-ITG-END-FILE-EXIT
128580     END-IF
128590     MOVE SPACES TO INTEGRITY-REPORT-RECORD
128600     STRING 'FILE ' TAR-ITG-FILE-NAME ' HEADER RUN ' TAR-ITG-SEQ
128610         ' TRAILER ' TAR-ITG-TRL-CNT ' RECORDS ' TAR-ITG-DTL-CNT
128620         DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
128630     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT
128640     IF TAR-ITG-HDR-SW = 'N'
128650         MOVE SPACES TO TAR-ITG-MSG
128660         IF TAR-ITG-GROUP-SW = 'Y'
128670             STRING TAR-ITG-FILE-NAME DELIMITED BY SPACE
128680                 ' HAS NO HEADER FOR MANIFEST RUN ' TAR-MFT-SEQ
128690                 DELIMITED BY SIZE INTO TAR-ITG-MSG
128700             PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
128710             GO TO 7795-ITG-END-FILE-EXIT
128720         END-IF
128730         STRING TAR-ITG-FILE-NAME DELIMITED BY SPACE
128740             ' HAS NO HEADER RECORD'
128750             DELIMITED BY SIZE INTO TAR-ITG-MSG
128760         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
128770     END-IF
128780     MOVE SPACES TO TAR-ITG-MSG
128790     IF TAR-ITG-TRL-SW = 'N'
128800         STRING TAR-ITG-FILE-NAME DELIMITED BY SPACE
128810             ' HAS NO TRAILER RECORD'
128820             DELIMITED BY SIZE INTO TAR-ITG-MSG
128830         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
128840     ELSE
128850         IF TAR-ITG-TRL-CNT NOT = TAR-ITG-DTL-CNT
128860             STRING TAR-ITG-FILE-NAME DELIMITED BY SPACE
128870                 ' TRAILER COUNT ' TAR-ITG-TRL-CNT
128880                 ', RECORDS ON FILE ' TAR-ITG-DTL-CNT
128890                 DELIMITED BY SIZE INTO TAR-ITG-MSG
128900             PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
128910         END-IF
128920     END-IF
128930     IF TAR-MFT-FOUND-SUB = 0
128940         GO TO 7795-ITG-END-FILE-EXIT
128950     END-IF
128960     IF TAR-ITG-SEQ > TAR-MFT-SEQ
128970         MOVE SPACES TO INTEGRITY-REPORT-RECORD
128980         STRING 'FILE ' TAR-ITG-FILE-NAME ' REWRITTEN BY RUN '
128990             TAR-ITG-SEQ ' AFTER THE MANIFEST, COUNT NOT TIED'
129000             DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
129010         PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT
129020         GO TO 7795-ITG-END-FILE-EXIT
129030     END-IF
129040     MOVE SPACES TO TAR-ITG-MSG
129050     IF TAR-ITG-SEQ < TAR-MFT-SEQ
129060         STRING TAR-ITG-FILE-NAME DELIMITED BY SPACE
129070             ' HEADER RUN ' TAR-ITG-SEQ
129080             ', MANIFEST RUN ' TAR-MFT-SEQ
129090             DELIMITED BY SIZE INTO TAR-ITG-MSG
129100         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
129110         GO TO 7795-ITG-END-FILE-EXIT
129120     END-IF
129130     IF MFT-COUNT (TAR-MFT-FOUND-SUB) NOT = TAR-ITG-DTL-CNT
129140         STRING TAR-ITG-FILE-NAME DELIMITED BY SPACE
129150             ' MANIFEST COUNT ' MFT-COUNT (TAR-MFT-FOUND-SUB)
129160             ', RECORDS ON FILE ' TAR-ITG-DTL-CNT
129170             DELIMITED BY SIZE INTO TAR-ITG-MSG
129180         PERFORM 7798-ITG-FINDING THRU 7798-ITG-FINDING-EXIT
129190     END-IF.
129200 7795-ITG-END-FILE-EXIT.
129210     EXIT.
129220
129230*-----------------------------------------------------------------
129240*    7798-ITG-FINDING -- ONE DISAGREEMENT LINE: CHECK, CANDIDATE,
129250*    TERM, REFERENCE (INSTRUCTOR OR COURSE) AND THE PARTICULARS.
129260*-----------------------------------------------------------------
129270 7798-ITG-FINDING.
129280     MOVE SPACES TO INTEGRITY-REPORT-RECORD
129290     STRING TAR-ITG-CHECK ' ' TAR-ITG-CAN ' ' TAR-ITG-TERM ' '
129300         TAR-ITG-REF ' ' TAR-ITG-MSG
129310         DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
129320     PERFORM 7799-PUT-ITG THRU 7799-PUT-ITG-EXIT
129330     EVALUATE TAR-ITG-CHECK
129340         WHEN 'PAYROLL'
129350             ADD 1 TO TAR-ITG-PAY-ERR
129360         WHEN 'SCHEDULE'
129370             ADD 1 TO TAR-ITG-SCH-ERR
129380         WHEN 'HISTORY'
129390             ADD 1 TO TAR-ITG-HIS-ERR
129400         WHEN 'LETTERS'
129410             ADD 1 TO TAR-ITG-LTR-ERR
129420         WHEN 'AUDIT'
129430             ADD 1 TO TAR-ITG-AUD-ERR
129440         WHEN OTHER
129450             ADD 1 TO TAR-ITG-CTL-ERR
129460     END-EVALUATE.
129470 7798-ITG-FINDING-EXIT.
129480     EXIT.
129490
129500 7799-PUT-ITG.
129510     WRITE INTEGRITY-REPORT-RECORD
129520     ADD 1 TO TAR-ITR-CNT.
129530 7799-PUT-ITG-EXIT.
129540     EXIT.
129550
129560*=================================================================
129570*    7800-HISCONVERT-MODE -- ONE-TIME CONVERSION OF THE
129580*    ASSIGNMENT-HISTORY ARCHIVE TO THE CURRENT HISTORY-RECORD
129590*    LAYOUT. THE RECORD GREW FROM 43 TO 49 BYTES WHEN THE
129600*    EVALUATION FIELDS AND THE CANDIDATE'S PREFERENCE RANK WERE
129610*    ADDED, AND AN INDEXED FILE CANNOT BE OPENED UNDER A RECORD
129620*    LENGTH IT WAS NOT BUILT WITH. THE OPERATOR RENAMES THE OLD
129630*    ASSIGN_HISTORY.DAT TO ASSIGN_HISTORY_V1.DAT AND RUNS THIS
129640*    MODE, WHICH COPIES EVERY RECORD ACROSS UNDER ITS OWN KEY
129650*    WITH NO EVALUATION (RATING ZERO, REHIRE AND COMMENT BLANK)
129660*    AND RANK ZERO -- THE RANK 4912-HIST-RANK GIVES A SLOT THAT
129670*    IS NOT ON THE CANDIDATE'S LIST. THE OLD FILE IS LEFT AS IT
129680*    WAS. THE RUN STOPS WITH 16, WRITING NOTHING, IF
129690*    ASSIGN_HISTORY.DAT IS STILL THERE OR THE OLD FILE CANNOT BE
129700*    OPENED; A RECORD THAT WILL NOT WRITE SETS RETURN-CODE 4.
129710*    THE OLD KEY, HSO-KEY, HAS THE SAME 20-BYTE LAYOUT AS HIS-KEY
129720*    AND IS MOVED ACROSS WHOLE.
129730*=================================================================
129740 7800-HISCONVERT-MODE.
129750     OPEN INPUT ASSIGN-HISTORY
129760     IF HIS-FS-OK
129770         CLOSE ASSIGN-HISTORY
129780         DISPLAY 'HISCONVERT STOPPED: ASSIGN_HISTORY.DAT IS '
129790             'ALREADY IN THE CURRENT LAYOUT'
129800         MOVE 16 TO RETURN-CODE
129810         GO TO 7800-HISCONVERT-MODE-EXIT
129820     END-IF
129830     IF NOT HIS-FS-NOTFND
129840         DISPLAY 'HISCONVERT STOPPED: ASSIGN_HISTORY.DAT STATUS='
129850             HIS-FS ', RENAME IT ASSIGN_HISTORY_V1.DAT FIRST'
129860         MOVE 16 TO RETURN-CODE
129870         GO TO 7800-HISCONVERT-MODE-EXIT
129880     END-IF
129890     OPEN INPUT ASSIGN-HISTORY-V1
129900     IF NOT HSO-FS-OK
129910         DISPLAY 'ERROR OPENING ASSIGN-HISTORY-V1 FILE, STATUS='
129920             HSO-FS
129930         MOVE 16 TO RETURN-CODE
129940         GO TO 7800-HISCONVERT-MODE-EXIT
129950     END-IF
129960     OPEN OUTPUT ASSIGN-HISTORY
129970     IF NOT HIS-FS-OK
129980         DISPLAY 'ERROR OPENING ASSIGN-HISTORY FILE, STATUS='
129990             HIS-FS
130000         CLOSE ASSIGN-HISTORY-V1
130010         MOVE 16 TO RETURN-CODE
130020         GO TO 7800-HISCONVERT-MODE-EXIT
130030     END-IF
130040     MOVE 0 TO TAR-HSO-READ
130050     MOVE 0 TO TAR-HIS-WRITTEN
130060     MOVE 0 TO TAR-HIS-ERRORS
130070     MOVE 'N' TO TAR-HIS-EOF-SW
130080     PERFORM 7810-HSO-COPY-REC THRU 7810-HSO-COPY-REC-EXIT
130090         UNTIL TAR-HIS-EOF-SW = 'Y'
130100     CLOSE ASSIGN-HISTORY-V1
130110     CLOSE ASSIGN-HISTORY
130120     DISPLAY 'HISCONVERT: READ=' TAR-HSO-READ
130130         ' CONVERTED=' TAR-HIS-WRITTEN
130140         ' IN ERROR=' TAR-HIS-ERRORS
130150     IF TAR-HIS-ERRORS > 0
130160         MOVE 4 TO RETURN-CODE
130170     END-IF.
130180 7800-HISCONVERT-MODE-EXIT.
130190     EXIT.
130200
130210 7810-HSO-COPY-REC.
130220     READ ASSIGN-HISTORY-V1 NEXT RECORD
130230         AT END
130240             MOVE 'Y' TO TAR-HIS-EOF-SW
130250             GO TO 7810-HSO-COPY-REC-EXIT
130260     END-READ
130270     IF NOT HSO-FS-OK
130280         DISPLAY 'ASSIGN-HISTORY-V1 READ ERROR, STATUS=' HSO-FS
130290         ADD 1 TO TAR-HIS-ERRORS
130300         MOVE 'Y' TO TAR-HIS-EOF-SW
130310         GO TO 7810-HSO-COPY-REC-EXIT
130320     END-IF
130330     ADD 1 TO TAR-HSO-READ
130340     MOVE HSO-KEY         TO HIS-KEY
130350     MOVE HSO-INS-ID      TO HIS-INS-ID
130360     MOVE HSO-COURSE-CODE TO HIS-COURSE-CODE
130370     MOVE HSO-APPT-HOURS  TO HIS-APPT-HOURS
130380     MOVE HSO-PREPIN      TO HIS-PREPIN
130390     MOVE HSO-CLEARING    TO HIS-CLEARING
130400     MOVE 0 TO HIS-EVAL-RATING
130410     MOVE SPACE TO HIS-EVAL-REHIRE
130420     MOVE SPACES TO HIS-EVAL-COMMENT
130430     MOVE 0 TO HIS-CAN-RANK
130440     WRITE HISTORY-RECORD
130450         INVALID KEY
130460             ADD 1 TO TAR-HIS-ERRORS
130470             DISPLAY 'HISTORY CONVERT FAILED FOR '
130480                 HIS-CAN-ID '/' HIS-TERM-CODE ', STATUS=' HIS-FS
130490         NOT INVALID KEY
130500             ADD 1 TO TAR-HIS-WRITTEN
130510     END-WRITE.
130520 7810-HSO-COPY-REC-EXIT.
130530     EXIT.
130540
130550*-----------------------------------------------------------------
130560*    1107-APPLY-WHATIF-ARG -- 'MIN-GPA=n.nn' AND 'CLEARING=Y/N'
130570*    REPLACE THE RUN-PARMS MIN-GPA AND CLEARING SWITCH FOR A
130580*    SIMULATE RUN. A BAD VALUE IS A RUN-PARM ERROR; A GOOD ONE IS
130590*    FLAGGED SO 1100-CHK-RESTART CAN REFUSE IT IN ANY OTHER MODE.
130600*-----------------------------------------------------------------
130610 1107-APPLY-WHATIF-ARG.
130620     IF TAR-ARG (TAR-ARG-SUB) (1:8) = 'MIN-GPA='
130630         IF TAR-ARG (TAR-ARG-SUB) (9:1) IS NUMERIC
130640             AND TAR-ARG (TAR-ARG-SUB) (10:1) = '.'
130650             AND TAR-ARG (TAR-ARG-SUB) (11:2) IS NUMERIC
130660             MOVE TAR-ARG (TAR-ARG-SUB) (9:1)
130670                 TO TAR-MIN-GPA (1:1)
130680             MOVE TAR-ARG (TAR-ARG-SUB) (11:2)
130690                 TO TAR-MIN-GPA (2:2)
130700             MOVE 'Y' TO TAR-WHATIF-ARG-SW
130710         ELSE
130720             DISPLAY 'BAD RUN ARGUMENT ' TAR-ARG (TAR-ARG-SUB)
130730             ADD 1 TO TAR-PRM-ERR-CNT
130740         END-IF
130750         GO TO 1107-APPLY-WHATIF-ARG-EXIT
130760     END-IF
130770     IF TAR-ARG (TAR-ARG-SUB) (10:1) = 'Y'
130780         OR TAR-ARG (TAR-ARG-SUB) (10:1) = 'N'
130790         MOVE TAR-ARG (TAR-ARG-SUB) (10:1)
130800             TO TAR-CLEARING-SW
130810         MOVE 'Y' TO TAR-WHATIF-ARG-SW
130820     ELSE
130830         DISPLAY 'BAD RUN ARGUMENT ' TAR-ARG (TAR-ARG-SUB)
130840         ADD 1 TO TAR-PRM-ERR-CNT
130850     END-IF.
130860 1107-APPLY-WHATIF-ARG-EXIT.
130870     EXIT.
130880
130890*=================================================================
130900*    2160-LOAD-CONFLICTS -- LOAD THE CONFLICT-OF-INTEREST FILE:
130910*    CANDIDATE/INSTRUCTOR PAIRS THAT MUST NEVER BE MATCHED (A
130920*    THESIS SUPERVISOR, A FAMILY RELATION, A CANDIDATE ENROLLED
130930*    IN THE INSTRUCTOR'S OWN COURSE). EACH PAIR CARRIES A TWO-
130940*    CHARACTER REASON CODE AND AN EFFECTIVE TERM; THE EXCLUSION
130950*    HOLDS FOR THAT TERM AND EVERY LATER ONE (SEE 3250), AND A
130960*    BLANK EFFECTIVE TERM HOLDS FOR ALL TERMS. THE FILE IS
130970*    OPTIONAL -- WITHOUT IT NO PAIR IS EXCLUDED.
130980*=================================================================
130990 2160-LOAD-CONFLICTS.
131000     MOVE 0 TO TAR-CFL-COUNT
131010     MOVE 0 TO TAR-CFL-REC-NO
131020     OPEN INPUT CONFLICTS
131030     IF NOT CFL-FS-OK
131040         DISPLAY 'CONFLICTS NOT AVAILABLE, STATUS=' CFL-FS
131050         GO TO 2160-LOAD-CONFLICTS-EXIT
131060     END-IF
131070     MOVE 'N' TO TAR-CFL-EOF-SW
131080     PERFORM 2161-READ-CFL THRU 2161-READ-CFL-EXIT
131090         UNTIL TAR-CFL-EOF-SW = 'Y'
131100     CLOSE CONFLICTS.
131110 2160-LOAD-CONFLICTS-EXIT.
131120     EXIT.
131130
131140 2161-READ-CFL.
131150     READ CONFLICTS INTO CONFLICT-RECORD-IN
131160     IF CFL-FS-EOF
131170         MOVE 'Y' TO TAR-CFL-EOF-SW
131180         GO TO 2161-READ-CFL-EXIT
131190     END-IF
131200     IF NOT CFL-FS-OK
131210         DISPLAY 'CONFLICTS READ ERROR, STATUS=' CFL-FS
131220         MOVE 'Y' TO TAR-CFL-EOF-SW
131230         GO TO 2161-READ-CFL-EXIT
131240     END-IF
131250     ADD 1 TO TAR-CFL-REC-NO
131260     IF CFL-CAN-ID-IN = SPACES OR CFL-INS-ID-IN = SPACES
131270         DISPLAY 'CONFLICT RECORD ' TAR-CFL-REC-NO
131280             ' SKIPPED, ID MISSING'
131290         GO TO 2161-READ-CFL-EXIT
131300     END-IF
131310     IF TAR-CFL-COUNT >= 1000
131320         DISPLAY 'CONFLICT TABLE FULL, EXTRA RECS SKIPPED'
131330         MOVE 'Y' TO TAR-CFL-EOF-SW
131340         GO TO 2161-READ-CFL-EXIT
131350     END-IF
131360     ADD 1 TO TAR-CFL-COUNT
131370     MOVE CFL-CAN-ID-IN   TO CFL-CAN-ID (TAR-CFL-COUNT)
131380     MOVE CFL-INS-ID-IN   TO CFL-INS-ID (TAR-CFL-COUNT)
131390     MOVE CFL-REASON-IN   TO CFL-REASON (TAR-CFL-COUNT)
131400     MOVE CFL-EFF-TERM-IN TO CFL-EFF-TERM (TAR-CFL-COUNT)
131410     MOVE TAR-CFL-REC-NO  TO CFL-REC-NO (TAR-CFL-COUNT)
131420     MOVE 'N' TO CFL-CAN-LISTS-SW (TAR-CFL-COUNT)
131430     MOVE 'N' TO CFL-INS-LISTS-SW (TAR-CFL-COUNT).
131440 2161-READ-CFL-EXIT.
131450     EXIT.
131460
131470*=================================================================
131480*    2165-LOAD-NO-REHIRE -- ADD A CONFLICT ENTRY, REASON 'NR', FOR
131490*    EVERY CANDIDATE/INSTRUCTOR PAIR THE ASSIGNMENT-HISTORY
131500*    ARCHIVE HOLDS A REHIRE=N EVALUATION FOR (POSTED BY EVALS),
131510*    WITH NO EFFECTIVE TERM: EVALUATIONS ARE ONLY POSTED FOR TERMS
131520*    ALREADY RUN, SO EVERY TERM MATCHED FROM NOW ON COMES AFTER
131530*    THE ONE EVALUATED. THE PAIR IS REFUSED EVERYWHERE A
131540*    CONFLICTS.TXT PAIR IS (3250). NO
131550*    ARCHIVE YET MEANS NO EVALUATIONS, SO NOTHING IS ADDED.
131560*=================================================================
131570 2165-LOAD-NO-REHIRE.
131580     MOVE 0 TO TAR-NRH-LOADED
131590     OPEN INPUT ASSIGN-HISTORY
131600     IF NOT HIS-FS-OK
131610         GO TO 2165-LOAD-NO-REHIRE-EXIT
131620     END-IF
131630     MOVE 'N' TO TAR-HIS-EOF-SW
131640     PERFORM 2166-READ-NRH THRU 2166-READ-NRH-EXIT
131650         UNTIL TAR-HIS-EOF-SW = 'Y'
131660     CLOSE ASSIGN-HISTORY
131670     IF TAR-NRH-LOADED > 0
131680         DISPLAY 'NO-REHIRE PAIRS LOADED=' TAR-NRH-LOADED
131690     END-IF.
131700 2165-LOAD-NO-REHIRE-EXIT.
131710     EXIT.
131720
131730 2166-READ-NRH.
131740     READ ASSIGN-HISTORY NEXT RECORD
131750         AT END
131760             MOVE 'Y' TO TAR-HIS-EOF-SW
131770             GO TO 2166-READ-NRH-EXIT
131780     END-READ
131790     IF HIS-EVAL-REHIRE NOT = 'N'
131800         GO TO 2166-READ-NRH-EXIT
131810     END-IF
131820     IF TAR-CFL-COUNT >= 1000
131830         DISPLAY 'CONFLICT TABLE FULL, NO-REHIRE PAIRS SKIPPED'
131840         MOVE 'Y' TO TAR-HIS-EOF-SW
131850         GO TO 2166-READ-NRH-EXIT
131860     END-IF
131870     ADD 1 TO TAR-CFL-COUNT
131880     MOVE HIS-CAN-ID    TO CFL-CAN-ID (TAR-CFL-COUNT)
131890     MOVE HIS-INS-ID    TO CFL-INS-ID (TAR-CFL-COUNT)
131900     MOVE 'NR'          TO CFL-REASON (TAR-CFL-COUNT)
131910     MOVE SPACES        TO CFL-EFF-TERM (TAR-CFL-COUNT)
131920     MOVE 0             TO CFL-REC-NO (TAR-CFL-COUNT)
131930     MOVE 'N' TO CFL-CAN-LISTS-SW (TAR-CFL-COUNT)
131940     MOVE 'N' TO CFL-INS-LISTS-SW (TAR-CFL-COUNT)
131950     ADD 1 TO TAR-NRH-LOADED.
131960 2166-READ-NRH-EXIT.
131970     EXIT.
131980
131990*=================================================================
132000*    2170-LOAD-CLASSES -- LOAD THE REGISTRAR'S CANDIDATE CLASS-
132010*    SCHEDULE FEED: ONE LINE PER MEETING BLOCK OF A CLASS THE
132020*    CANDIDATE IS TAKING (STUDENT, COURSE, TERM, DAY LETTER
132030*    M/T/W/R/F/S/U, START AND END AS 24-HOUR HHMM). A LINE WITH A
132040*    BAD DAY OR TIME IS SKIPPED AND COUNTED. THE FILE IS OPTIONAL
132050*    -- WITHOUT IT NO TIMETABLE CLASH CAN BE DETECTED.
132060*=================================================================
132070 2170-LOAD-CLASSES.
132080     MOVE 0 TO TAR-CLS-COUNT
132090     MOVE 0 TO TAR-CLS-BAD
132100     OPEN INPUT CLASS-SCHEDULE
132110     IF NOT CLS-FS-OK
132120         DISPLAY 'CLASS-SCHEDULE NOT AVAILABLE, STATUS=' CLS-FS
132130         GO TO 2170-LOAD-CLASSES-EXIT
132140     END-IF
132150     MOVE 'N' TO TAR-CLS-EOF-SW
132160     PERFORM 2171-READ-CLS THRU 2171-READ-CLS-EXIT
132170         UNTIL TAR-CLS-EOF-SW = 'Y'
132180     CLOSE CLASS-SCHEDULE
132190     IF TAR-CLS-BAD > 0
132200         DISPLAY 'CLASS-SCHEDULE LINES SKIPPED=' TAR-CLS-BAD
132210     END-IF.
132220 2170-LOAD-CLASSES-EXIT.
132230     EXIT.
132240
132250 2171-READ-CLS.
132260     READ CLASS-SCHEDULE INTO CLASS-RECORD-IN
132270     IF CLS-FS-EOF
132280         MOVE 'Y' TO TAR-CLS-EOF-SW
132290         GO TO 2171-READ-CLS-EXIT
132300     END-IF
132310     IF NOT CLS-FS-OK
132320         DISPLAY 'CLASS-SCHEDULE READ ERROR, STATUS=' CLS-FS
132330         MOVE 'Y' TO TAR-CLS-EOF-SW
132340         GO TO 2171-READ-CLS-EXIT
132350     END-IF
132360     MOVE CLS-DAY-IN TO TAR-MTG-DAY
132370     IF CLS-CAN-ID-IN = SPACES
132380         OR NOT TAR-MTG-DAY-OK
132390         OR CLS-START-IN IS NOT NUMERIC
132400         OR CLS-END-IN IS NOT NUMERIC
132410         ADD 1 TO TAR-CLS-BAD
132420         GO TO 2171-READ-CLS-EXIT
132430     END-IF
132440     IF CLS-START-IN NOT < CLS-END-IN
132450         OR CLS-END-IN > 2400
132460         ADD 1 TO TAR-CLS-BAD
132470         GO TO 2171-READ-CLS-EXIT
132480     END-IF
132490     IF TAR-CLS-COUNT >= 5000
132500         DISPLAY 'CLASS-SCHEDULE TABLE FULL, EXTRA RECS SKIPPED'
132510         MOVE 'Y' TO TAR-CLS-EOF-SW
132520         GO TO 2171-READ-CLS-EXIT
132530     END-IF
132540     ADD 1 TO TAR-CLS-COUNT
132550     MOVE CLS-CAN-ID-IN      TO CLS-CAN-ID (TAR-CLS-COUNT)
132560     MOVE CLS-COURSE-CODE-IN TO CLS-COURSE-CODE (TAR-CLS-COUNT)
132570     MOVE CLS-TERM-CODE-IN   TO CLS-TERM-CODE (TAR-CLS-COUNT)
132580     MOVE CLS-DAY-IN         TO CLS-DAY (TAR-CLS-COUNT)
132590     MOVE CLS-START-IN       TO CLS-START (TAR-CLS-COUNT)
132600     MOVE CLS-END-IN         TO CLS-END (TAR-CLS-COUNT).
132610 2171-READ-CLS-EXIT.
132620     EXIT.
132630
132640*=================================================================
132650*    2175-LOAD-MEETINGS -- PULL THE MEETING BLOCKS OF EVERY LOADED
132660*    INSTRUCTOR'S COURSE/TERM FROM THE COURSE-CATALOG MASTER INTO
132670*    MTG-TABLE, ROW FOR ROW WITH INS-TABLE, SO THE CLASH CHECK
132680*    NEVER GOES BACK TO THE FILE. A COURSE WITH NO CATALOG ENTRY
132690*    OR NO BLOCKS ON IT HAS NO MEETING TIMES AND CANNOT CLASH.
132700*=================================================================
132710 2175-LOAD-MEETINGS.
132720     OPEN INPUT COURSE-CATALOG
132730     IF CAT-FS-OK
132740         MOVE 'Y' TO TAR-MTG-AVAIL-SW
132750     ELSE
132760         MOVE 'N' TO TAR-MTG-AVAIL-SW
132770         DISPLAY 'COURSE-CATALOG NOT AVAILABLE, STATUS=' CAT-FS
132780             ' NO MEETING TIMES LOADED'
132790     END-IF
132800     PERFORM 2176-GET-MTG THRU 2176-GET-MTG-EXIT
132810         VARYING INS-IDX FROM 1 BY 1
132820         UNTIL INS-IDX > TAR-INS-COUNT
132830     IF TAR-MTG-AVAIL-SW = 'Y'
132840         CLOSE COURSE-CATALOG
132850         MOVE 'N' TO TAR-MTG-AVAIL-SW
132860     END-IF.
132870 2175-LOAD-MEETINGS-EXIT.
132880     EXIT.
132890
132900 2176-GET-MTG.
132910     MOVE 0 TO MTG-COUNT (INS-IDX)
132920     MOVE SPACES TO MTG-BLOCKS (INS-IDX)
132930     IF TAR-MTG-AVAIL-SW = 'N'
132940         GO TO 2176-GET-MTG-EXIT
132950     END-IF
132960     MOVE INS-COURSE-CODE (INS-IDX) TO CAT-COURSE-CODE
132970     MOVE INS-TERM-CODE (INS-IDX)   TO CAT-TERM-CODE
132980     READ COURSE-CATALOG
132990         INVALID KEY
133000             MOVE 'N' TO TAR-MTG-FOUND-SW
133010         NOT INVALID KEY
133020             MOVE 'Y' TO TAR-MTG-FOUND-SW
133030     END-READ
133040     IF TAR-MTG-FOUND-SW = 'N'
133050         GO TO 2176-GET-MTG-EXIT
133060     END-IF
133070     IF CAT-MTG-COUNT IS NUMERIC
133080         MOVE CAT-MTG-COUNT  TO MTG-COUNT (INS-IDX)
133090         MOVE CAT-MTG-BLOCKS TO MTG-BLOCKS (INS-IDX)
133100     END-IF.
133110 2176-GET-MTG-EXIT.
133120     EXIT.
133130
133140 2530-WRITE-OVR-CFL.
133150     ADD 1 TO TAR-REJECT-COUNT
133160     MOVE SPACES TO REJECT-RECORD
133170     STRING 'PRE-PIN CONFLICT ' CFJ-CAN-ID (TAR-CFJ-SUB) ' '
133180         CFJ-INS-ID (TAR-CFJ-SUB) ' ' CFJ-REASON (TAR-CFJ-SUB)
133190         DELIMITED BY SIZE INTO REJECT-RECORD
133200     WRITE REJECT-RECORD.
133210 2530-WRITE-OVR-CFL-EXIT.
133220     EXIT.
133230
133240*-----------------------------------------------------------------
133250*    2630-HOLD-OVR-CFL -- HOLD A PRE-PIN REJECTED ON A CONFLICT
133260*    OF INTEREST UNTIL 2500-VALIDATE-XREF STARTS REJECT.TXT, WHICH
133270*    RUNS AFTER THE OVERRIDES AND WRITES THEM OUT IN A SECTION
133280*    OF THEIR OWN.
133290*-----------------------------------------------------------------
133300 2630-HOLD-OVR-CFL.
133310     IF TAR-CFJ-COUNT >= 200
133320         DISPLAY 'OVERRIDE REJECT TABLE FULL, REJECT NOT LOGGED'
133330         GO TO 2630-HOLD-OVR-CFL-EXIT
133340     END-IF
133350     ADD 1 TO TAR-CFJ-COUNT
133360     MOVE CAN-ID (CAN-IDX) TO CFJ-CAN-ID (TAR-CFJ-COUNT)
133370     MOVE TAR-CFL-INS      TO CFJ-INS-ID (TAR-CFJ-COUNT)
133380     MOVE TAR-CFL-REASON   TO CFJ-REASON (TAR-CFJ-COUNT).
133390 2630-HOLD-OVR-CFL-EXIT.
133400     EXIT.
133410
133420*-----------------------------------------------------------------
133430*    3021-CHK-EXCLUDED -- MAY CAN-IDX PROPOSE TO INSTRUCTOR ROW
133440*    TAR-INS-FOUND-IDX AT ALL? A CONFLICTS.TXT OR NO-REHIRE
133450*    EXCLUSION (3250) OR A TIMETABLE CLASH (3260) SETS
133460*    TAR-PROP-BLOCK-SW TO 'Y', ONCE THE SKIPPED PROPOSAL HAS BEEN
133470*    LOGGED TO REJECT.TXT AND COUNTED FOR THE RUN SUMMARY.
133480*-----------------------------------------------------------------
133490 3021-CHK-EXCLUDED.
133500     MOVE 'N' TO TAR-PROP-BLOCK-SW
133510     MOVE INS-ID (TAR-INS-FOUND-IDX) TO TAR-CFL-INS
133520     MOVE INS-TERM-CODE (TAR-INS-FOUND-IDX) TO TAR-CFL-TERM
133530     PERFORM 3250-CHK-CONFLICT THRU 3250-CHK-CONFLICT-EXIT
133540     IF TAR-CFL-SW = 'Y'
133550         PERFORM 3255-WRITE-CFL-REJ THRU 3255-WRITE-CFL-REJ-EXIT
133560         IF TAR-CFL-REASON = 'NR'
133570             ADD 1 TO TAR-SUM-NRHBLK
133580         ELSE
133590             ADD 1 TO TAR-SUM-CFLBLK
133600         END-IF
133610         MOVE 'Y' TO TAR-PROP-BLOCK-SW
133620         GO TO 3021-CHK-EXCLUDED-EXIT
133630     END-IF
133640     MOVE CAN-ID (CAN-IDX) TO TAR-CLS-CAN
133650     MOVE TAR-INS-FOUND-IDX TO TAR-CLS-ROW
133660     PERFORM 3260-CHK-CLASH THRU 3260-CHK-CLASH-EXIT
133670     IF TAR-CLASH-FOUND-SW = 'Y'
133680         PERFORM 3265-WRITE-CLASH-REJ
133690             THRU 3265-WRITE-CLASH-REJ-EXIT
133700         ADD 1 TO TAR-SUM-CLASHBLK
133710         MOVE 'Y' TO TAR-PROP-BLOCK-SW
133720     END-IF.
133730 3021-CHK-EXCLUDED-EXIT.
133740     EXIT.
133750
133760*-----------------------------------------------------------------
133770*    3250-CHK-CONFLICT -- IS THE PAIRING OF CAN-IDX WITH
133780*    INSTRUCTOR TAR-CFL-INS IN TERM TAR-CFL-TERM EXCLUDED BY
133790*    CONFLICTS.TXT? THE CALLER MOVES THE INSTRUCTOR'S INS-ID AND
133800*    INS-TERM-CODE IN FIRST. AN ENTRY APPLIES WHEN ITS EFFECTIVE
133810*    TERM IS BLANK OR THE TERM BEING MATCHED IS NOT BEFORE IT IN
133820*    CALENDAR ORDER (3252). A TERM CODE 3252 CANNOT PLACE DOES
133830*    NOT LIFT THE ENTRY -- WHEN IN DOUBT THE PAIRING IS REFUSED.
133840*    TAR-CFL-SW COMES BACK 'Y', WITH THE ENTRY'S REASON CODE IN
133850*    TAR-CFL-REASON, WHEN THE PAIRING MUST BE SKIPPED.
133860*-----------------------------------------------------------------
133870 3250-CHK-CONFLICT.
133880     MOVE 'N' TO TAR-CFL-SW
133890     MOVE SPACES TO TAR-CFL-REASON
133900     PERFORM 3251-SCAN-CFL THRU 3251-SCAN-CFL-EXIT
133910         VARYING TAR-CFL-SUB FROM 1 BY 1
133920         UNTIL TAR-CFL-SUB > TAR-CFL-COUNT
133930            OR TAR-CFL-SW = 'Y'.
133940 3250-CHK-CONFLICT-EXIT.
133950     EXIT.
133960
133970 3251-SCAN-CFL.
133980     IF CFL-CAN-ID (TAR-CFL-SUB) NOT = CAN-ID (CAN-IDX)
133990         OR CFL-INS-ID (TAR-CFL-SUB) NOT = TAR-CFL-INS
134000         GO TO 3251-SCAN-CFL-EXIT
134010     END-IF
134020     IF CFL-EFF-TERM (TAR-CFL-SUB) NOT = SPACES
134030         MOVE TAR-CFL-TERM TO TAR-CMP-TERM-A
134040         MOVE CFL-EFF-TERM (TAR-CFL-SUB) TO TAR-CMP-TERM-B
134050         PERFORM 3252-CMP-TERMS THRU 3252-CMP-TERMS-EXIT
134060         IF TAR-CMP-BEFORE
134070             GO TO 3251-SCAN-CFL-EXIT
134080         END-IF
134090     END-IF
134100     MOVE 'Y' TO TAR-CFL-SW
134110     MOVE CFL-REASON (TAR-CFL-SUB) TO TAR-CFL-REASON.
134120 3251-SCAN-CFL-EXIT.
134130     EXIT.
134140
134150*-----------------------------------------------------------------
134160*    3252-CMP-TERMS -- PUT TWO TERM CODES IN CALENDAR ORDER: THE
134170*    YEAR (1:4) FIRST, THEN THE SEASON LETTER (5:1), SPRING (S)
134180*    BEFORE SUMMER (U) BEFORE FALL (F). TAR-CMP-RESULT COMES BACK
134190*    '<', '=' OR '>' FOR TAR-CMP-TERM-A AGAINST TAR-CMP-TERM-B,
134200*    OR '?' WHEN EITHER YEAR IS NOT NUMERIC OR EITHER LETTER IS
134210*    NOT ONE OF THE THREE. SUCH A PAIR IS NOT COMPARABLE, SO A
134220*    CALLER TESTING FOR BEFORE OR AFTER SEES NEITHER.
134230*-----------------------------------------------------------------
134240 3252-CMP-TERMS.
134250     MOVE '?' TO TAR-CMP-RESULT
134260     EVALUATE TAR-CMP-TERM-A (5:1)
134270         WHEN 'S'
134280             MOVE 1 TO TAR-CMP-RANK-A
134290         WHEN 'U'
134300             MOVE 2 TO TAR-CMP-RANK-A
134310         WHEN 'F'
134320             MOVE 3 TO TAR-CMP-RANK-A
134330         WHEN OTHER
134340             MOVE 0 TO TAR-CMP-RANK-A
134350     END-EVALUATE
134360     EVALUATE TAR-CMP-TERM-B (5:1)
134370         WHEN 'S'
134380             MOVE 1 TO TAR-CMP-RANK-B
134390         WHEN 'U'
134400             MOVE 2 TO TAR-CMP-RANK-B
134410         WHEN 'F'
134420             MOVE 3 TO TAR-CMP-RANK-B
134430         WHEN OTHER
134440             MOVE 0 TO TAR-CMP-RANK-B
134450     END-EVALUATE
134460     IF TAR-CMP-RANK-A = 0
134470         OR TAR-CMP-RANK-B = 0
134480         OR TAR-CMP-TERM-A (1:4) IS NOT NUMERIC
134490         OR TAR-CMP-TERM-B (1:4) IS NOT NUMERIC
134500         GO TO 3252-CMP-TERMS-EXIT
134510     END-IF
134520     EVALUATE TRUE
134530         WHEN TAR-CMP-TERM-A (1:4) < TAR-CMP-TERM-B (1:4)
134540             SET TAR-CMP-BEFORE TO TRUE
134550         WHEN TAR-CMP-TERM-A (1:4) > TAR-CMP-TERM-B (1:4)
134560             SET TAR-CMP-AFTER TO TRUE
134570         WHEN TAR-CMP-RANK-A < TAR-CMP-RANK-B
134580             SET TAR-CMP-BEFORE TO TRUE
134590         WHEN TAR-CMP-RANK-A > TAR-CMP-RANK-B
134600             SET TAR-CMP-AFTER TO TRUE
134610         WHEN OTHER
134620             SET TAR-CMP-SAME TO TRUE
134630     END-EVALUATE.
134640 3252-CMP-TERMS-EXIT.
134650     EXIT.
134660
134670*-----------------------------------------------------------------
134680*    3255-WRITE-CFL-REJ -- LOG A PROPOSAL SKIPPED ON A CONFLICT
134690*    OF INTEREST TO REJECT.TXT, UNDER THE SAME OPEN-SWITCH GUARD
134700*    AS 3230-WRITE-QUAL-REJ. A PAIRING BARRED BY AN INSTRUCTOR'S
134710*    DO-NOT-REHIRE EVALUATION (REASON NR) GOES UNDER ITS OWN TAG.
134720*-----------------------------------------------------------------
134730 3255-WRITE-CFL-REJ.
134740     IF TAR-REJ-OPEN-SW = 'N'
134750         GO TO 3255-WRITE-CFL-REJ-EXIT
134760     END-IF
134770     MOVE SPACES TO REJECT-RECORD
134780     IF TAR-CFL-REASON = 'NR'
134790         STRING 'NO REHIRE     ' CAN-ID (CAN-IDX) ' '
134800             TAR-CFL-INS ' ' TAR-CFL-REASON
134810             DELIMITED BY SIZE INTO REJECT-RECORD
134820     ELSE
134830         STRING 'CONFLICT      ' CAN-ID (CAN-IDX) ' '
134840             TAR-CFL-INS ' ' TAR-CFL-REASON
134850             DELIMITED BY SIZE INTO REJECT-RECORD
134860     END-IF
134870     WRITE REJECT-RECORD.
134880 3255-WRITE-CFL-REJ-EXIT.
134890     EXIT.
134900
134910*-----------------------------------------------------------------
134920*    3260-CHK-CLASH -- DOES INSTRUCTOR ROW TAR-CLS-ROW'S COURSE
134930*    MEET AT THE SAME TIME AS ONE OF CANDIDATE TAR-CLS-CAN'S OWN
134940*    CLASSES IN THE SAME TERM? THE CALLER MOVES BOTH IN FIRST.
134950*    TWO BLOCKS OVERLAP WHEN THEY FALL ON THE SAME DAY AND EACH
134960*    STARTS BEFORE THE OTHER ENDS, SO BACK-TO-BACK BLOCKS DO NOT
134970*    CLASH. TAR-CLASH-FOUND-SW COMES BACK 'Y' WHEN THE PAIRING
134980*    MUST BE SKIPPED, WITH THE CLASHING CLASS-SCHEDULE ENTRY IN
134990*    TAR-CLASH-CLS-SUB AND THE COURSE'S MEETING BLOCK IN
135000*    TAR-CLASH-MTG-SUB.
135010*-----------------------------------------------------------------
135020 3260-CHK-CLASH.
135030     MOVE 'N' TO TAR-CLASH-FOUND-SW
135040     MOVE 0 TO TAR-CLASH-CLS-SUB
135050     MOVE 0 TO TAR-CLASH-MTG-SUB
135060     IF MTG-COUNT (TAR-CLS-ROW) = 0
135070         GO TO 3260-CHK-CLASH-EXIT
135080     END-IF
135090     PERFORM 3261-SCAN-CLS THRU 3261-SCAN-CLS-EXIT
135100         VARYING TAR-CLS-SUB FROM 1 BY 1
135110         UNTIL TAR-CLS-SUB > TAR-CLS-COUNT
135120            OR TAR-CLASH-FOUND-SW = 'Y'.
135130 3260-CHK-CLASH-EXIT.
135140     EXIT.
135150
135160 3261-SCAN-CLS.
135170     IF CLS-CAN-ID (TAR-CLS-SUB) NOT = TAR-CLS-CAN
135180         OR CLS-TERM-CODE (TAR-CLS-SUB)
135190             NOT = INS-TERM-CODE (TAR-CLS-ROW)
135200         GO TO 3261-SCAN-CLS-EXIT
135210     END-IF
135220     PERFORM 3262-CHK-MTG THRU 3262-CHK-MTG-EXIT
135230         VARYING TAR-MTG-SUB FROM 1 BY 1
135240         UNTIL TAR-MTG-SUB > MTG-COUNT (TAR-CLS-ROW)
135250            OR TAR-CLASH-FOUND-SW = 'Y'.
135260 3261-SCAN-CLS-EXIT.
135270     EXIT.
135280
135290 3262-CHK-MTG.
135300     IF MTG-DAY (TAR-CLS-ROW, TAR-MTG-SUB) = CLS-DAY (TAR-CLS-SUB)
135310         AND MTG-START (TAR-CLS-ROW, TAR-MTG-SUB)
135320             < CLS-END (TAR-CLS-SUB)
135330         AND CLS-START (TAR-CLS-SUB)
135340             < MTG-END (TAR-CLS-ROW, TAR-MTG-SUB)
135350         MOVE 'Y' TO TAR-CLASH-FOUND-SW
135360         MOVE TAR-CLS-SUB TO TAR-CLASH-CLS-SUB
135370         MOVE TAR-MTG-SUB TO TAR-CLASH-MTG-SUB
135380     END-IF.
135390 3262-CHK-MTG-EXIT.
135400     EXIT.
135410
135420*-----------------------------------------------------------------
135430*    3265-WRITE-CLASH-REJ -- LOG A PROPOSAL SKIPPED ON A TIMETABLE
135440*    CLASH TO REJECT.TXT WITH THE CANDIDATE'S CLASHING COURSE,
135450*    UNDER THE SAME OPEN-SWITCH GUARD AS 3230-WRITE-QUAL-REJ.
135460*-----------------------------------------------------------------
135470 3265-WRITE-CLASH-REJ.
135480     IF TAR-REJ-OPEN-SW = 'N'
135490         GO TO 3265-WRITE-CLASH-REJ-EXIT
135500     END-IF
135510     MOVE SPACES TO REJECT-RECORD
135520     STRING 'CLASH         ' TAR-CLS-CAN ' '
135530         INS-ID (TAR-CLS-ROW) ' '
135540         CLS-COURSE-CODE (TAR-CLASH-CLS-SUB)
135550         DELIMITED BY SIZE INTO REJECT-RECORD
135560     WRITE REJECT-RECORD.
135570 3265-WRITE-CLASH-REJ-EXIT.
135580     EXIT.
135590
135600*-----------------------------------------------------------------
135610*    5811-COPY-MTG -- CARRY ONE MEETING BLOCK (DAY LETTER
135620*    M/T/W/R/F/S/U, START AND END AS 24-HOUR HHMM) ONTO THE
135630*    CATALOG RECORD. A BLANK DAY IS AN UNUSED BLOCK; A BLOCK WITH
135640*    A BAD DAY OR TIME IS DROPPED WITH A MESSAGE AND THE COURSE
135650*    IS STILL LOADED WITH THE BLOCKS THAT ARE GOOD.
135660*-----------------------------------------------------------------
135670 5811-COPY-MTG.
135680     IF CTL-MTG-DAY-IN (TAR-MTG-SUB) = SPACE
135690         GO TO 5811-COPY-MTG-EXIT
135700     END-IF
135710     MOVE CTL-MTG-DAY-IN (TAR-MTG-SUB) TO TAR-MTG-DAY
135720     IF NOT TAR-MTG-DAY-OK
135730         OR CTL-MTG-START-IN (TAR-MTG-SUB) IS NOT NUMERIC
135740         OR CTL-MTG-END-IN (TAR-MTG-SUB) IS NOT NUMERIC
135750         DISPLAY 'CATALOG ' CTL-COURSE-CODE-IN '/'
135760             CTL-TERM-CODE-IN ' MEETING BLOCK ' TAR-MTG-SUB
135770             ' INVALID, DROPPED'
135780         GO TO 5811-COPY-MTG-EXIT
135790     END-IF
135800     IF CTL-MTG-START-IN (TAR-MTG-SUB)
135810             NOT < CTL-MTG-END-IN (TAR-MTG-SUB)
135820         OR CTL-MTG-END-IN (TAR-MTG-SUB) > 2400
135830         DISPLAY 'CATALOG ' CTL-COURSE-CODE-IN '/'
135840             CTL-TERM-CODE-IN ' MEETING BLOCK ' TAR-MTG-SUB
135850             ' INVALID, DROPPED'
135860         GO TO 5811-COPY-MTG-EXIT
135870     END-IF
135880     ADD 1 TO CAT-MTG-COUNT
135890     MOVE CTL-MTG-DAY-IN (TAR-MTG-SUB)
135900         TO CAT-MTG-DAY (CAT-MTG-COUNT)
135910     MOVE CTL-MTG-START-IN (TAR-MTG-SUB)
135920         TO CAT-MTG-START (CAT-MTG-COUNT)
135930     MOVE CTL-MTG-END-IN (TAR-MTG-SUB)
135940         TO CAT-MTG-END (CAT-MTG-COUNT).
135950 5811-COPY-MTG-EXIT.
135960     EXIT.
135970
135980*-----------------------------------------------------------------
135990*    8023-MARK-CAN-CFL -- FLAG EACH CONFLICTS.TXT PAIR WHOSE
136000*    CANDIDATE STILL NAMES THE INSTRUCTOR IN CAN-PREF-LIST;
136010*    8060-EDIT-CONFLICTS REPORTS THE PAIRS BOTH SIDES STILL LIST.
136020*-----------------------------------------------------------------
136030 8023-MARK-CAN-CFL.
136040     IF CFL-CAN-ID (TAR-CFL-SUB) NOT = CAN-ID-IN
136050         GO TO 8023-MARK-CAN-CFL-EXIT
136060     END-IF
136070     PERFORM 8024-SCAN-CAN-CFL THRU 8024-SCAN-CAN-CFL-EXIT
136080         VARYING TAR-SUB FROM 1 BY 1
136090         UNTIL TAR-SUB > CAN-PREF-COUNT-IN.
136100 8023-MARK-CAN-CFL-EXIT.
136110     EXIT.
136120
136130 8024-SCAN-CAN-CFL.
136140     IF CAN-PREF-LIST-IN (TAR-SUB) = CFL-INS-ID (TAR-CFL-SUB)
136150         MOVE 'Y' TO CFL-CAN-LISTS-SW (TAR-CFL-SUB)
136160     END-IF.
136170 8024-SCAN-CAN-CFL-EXIT.
136180     EXIT.
136190
136200*-----------------------------------------------------------------
136210*    8043-MARK-INS-CFL -- THE INSTRUCTOR SIDE OF 8023: FLAG EACH
136220*    PAIR IN EFFECT FOR THIS ROW'S TERM WHOSE CANDIDATE IS STILL
136230*    NAMED IN INS-PREF-LIST.
136240*-----------------------------------------------------------------
136250 8043-MARK-INS-CFL.
136260     IF CFL-INS-ID (TAR-CFL-SUB) NOT = INS-ID-IN
136270         GO TO 8043-MARK-INS-CFL-EXIT
136280     END-IF
136290     IF CFL-EFF-TERM (TAR-CFL-SUB) NOT = SPACES
136300         MOVE INS-TERM-CODE-IN TO TAR-CMP-TERM-A
136310         MOVE CFL-EFF-TERM (TAR-CFL-SUB) TO TAR-CMP-TERM-B
136320         PERFORM 3252-CMP-TERMS THRU 3252-CMP-TERMS-EXIT
136330         IF TAR-CMP-BEFORE
136340             GO TO 8043-MARK-INS-CFL-EXIT
136350         END-IF
136360     END-IF
136370     PERFORM 8044-SCAN-INS-CFL THRU 8044-SCAN-INS-CFL-EXIT
136380         VARYING TAR-SUB FROM 1 BY 1
136390         UNTIL TAR-SUB > INS-PREF-COUNT-IN.
136400 8043-MARK-INS-CFL-EXIT.
136410     EXIT.
136420
136430 8044-SCAN-INS-CFL.
136440     IF INS-PREF-LIST-IN (TAR-SUB) = CFL-CAN-ID (TAR-CFL-SUB)
136450         MOVE 'Y' TO CFL-INS-LISTS-SW (TAR-CFL-SUB)
136460     END-IF.
136470 8044-SCAN-INS-CFL-EXIT.
136480     EXIT.
