000100***************************************************************
000200*                                                                *
000300*  PROGRAM      : OPSRPT.CBL                                     *
000400*  PROGRAM-ID   : OpsReport                                      *
000500*  AUTHOR       : T. Kowalczyk, Network Systems Group            *
000600*  INSTALLATION : Data Center Operations                         *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  PURPOSE.                                                      *
001000*      Morning operations exceptions report.  The on-call        *
001100*      analyst used to run StaticIPReport, ChangeSched           *
001200*      -ageing, DnsFeedMaint -report, BackupMaint -list and      *
001300*      FleetAudit and grep the change log for rollback: and      *
001400*      revert: entries; this run pulls the last 24 hours         *
001500*      (or one given day) onto one page, in seven sections:      *
001600*        1. pushes, by driver and by operator;                   *
001700*        2. pushes the post-apply gateway check reverted;        *
001800*        3. RollbackNetplan restores (and change-set             *
001900*           roll-backs ChangeExec made);                         *
002000*        4. ChangeExec requests that went FAILED or              *
002100*           EXPIRED, from the request history file;              *
002200*        5. SetStaticIPBatch runs whose checkpoint file          *
002300*           (ipbatch-ckpt-<run-id>.dat) is still on disk -       *
002400*           the run errored a host or failed a deploy;           *
002500*        6. DNS batches still SENT past the acknowledgment       *
002600*           deadline;                                            *
002700*        7. subnets in the allocation master at or over the      *
002800*           utilization threshold.                               *
002900*      Each section carries a count and a RAG status:            *
003000*        pushes              always GREEN (information)          *
003100*        reverts, restores   AMBER when there are any            *
003200*        requests            RED for a FAILED, AMBER for an      *
003300*                            EXPIRED                             *
003400*        checkpoints         RED when there are any              *
003500*        DNS batches         RED when there are any              *
003600*        subnets             AMBER at the threshold, RED         *
003700*                            when a subnet has no free           *
003800*                            address left                        *
003900*      A source that cannot be read turns its section AMBER      *
004000*      with a note rather than stopping the report.              *
004100*                                                                *
004200*  USAGE.                                                        *
004300*      OpsReport [-date <yyyymmdd>] [-days <n>] [-pct <n>]       *
004400*                                                                *
004500*      With no -date the window is the 24 hours up to the        *
004600*      run; -date reports that calendar day instead.  The        *
004700*      window applies to the change-log and request-history      *
004800*      sections; checkpoints, DNS batches and subnets are        *
004900*      reported as they stand at the run.  -days is the DNS      *
005000*      acknowledgment deadline (default 2, as ChangeRecon        *
005100*      uses); -pct the subnet threshold (default 85).            *
005200*                                                                *
005300*      Drivers are told apart the way the change log tags        *
005400*      them: a bare interface is SetStaticIP on this box; a      *
005500*      "hostname:interface" tag is ChangeExec when the ticket    *
005600*      is a ChangeSched request id, and SetStaticIPBatch         *
005700*      otherwise; an "onboard:" tag is OnboardHosts.  A          *
005800*      batch row citing a request id in its ticket column is     *
005900*      counted under ChangeExec.                                 *
006000*                                                                *
006100*      Return code 0 is all GREEN, 4 means at least one          *
006200*      section is AMBER, 8 means at least one is RED (the        *
006300*      one cron pages on), 16 means the run could not            *
006400*      complete.                                                 *
006500*                                                                *
006600*  MODIFICATION HISTORY.                                         *
006700*      2026-10-15  TJK  Initial version.                         *
006720*      2026-10-15  TJK  OnboardHosts counted by its "onboard:"   *
006740*                       tag, not the ticket.                     *
006750*      2026-10-15  TJK  Checkpoint records kept by line, last    *
006760*                       outcome winning, before hosts are        *
006770*                       counted.                                 *
006800*                                                                *
006900***************************************************************
007000 IDENTIFICATION DIVISION.
007100 PROGRAM-ID. OpsReport.
007200 AUTHOR. T. Kowalczyk.
007300 INSTALLATION. Data Center Operations.
007400 DATE-WRITTEN. 2026-10-15.
007500 DATE-COMPILED. 2026-10-15.
007600
007700 ENVIRONMENT DIVISION.
007800 INPUT-OUTPUT SECTION.
007900 FILE-CONTROL.
008000     SELECT OP-LOG-FILE ASSIGN DYNAMIC WS-LOG-PATH
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-LOG-STATUS.
008300     SELECT OP-HIST-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-HIST-STATUS.
008600     SELECT OP-LIST-FILE ASSIGN DYNAMIC WS-LIST-PATH
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-LIST-STATUS.
008900     SELECT OP-CKPT-FILE ASSIGN DYNAMIC WS-CKPT-PATH
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-CKPT-STATUS.
009200     SELECT DN-CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-PATH
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-CONTROL-STATUS.
009500     SELECT AL-MASTER-FILE ASSIGN DYNAMIC WS-ALLOC-PATH
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS AM-KEY
009900         LOCK MODE IS AUTOMATIC
010000         SHARING WITH ALL OTHER
010100         FILE STATUS IS WS-ALLOC-STATUS.
010200     SELECT HostProbeFile ASSIGN DYNAMIC WS-HOSTPROBE-PATH
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-HOSTPROBE-STATUS.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  OP-LOG-FILE.
010900 01  OP-LOG-RECORD             PIC X(300).
011000
011100 FD  OP-HIST-FILE.
011200 01  OP-HIST-RECORD            PIC X(200).
011300
011400 FD  OP-LIST-FILE.
011500 01  OP-LIST-RECORD            PIC X(200).
011600
011700 FD  OP-CKPT-FILE.
011800 01  OP-CKPT-RECORD            PIC X(100).
011900
012000 FD  DN-CONTROL-FILE.
012100 01  DN-CONTROL-RECORD         PIC X(80).
012200
012300 FD  AL-MASTER-FILE.
012400 COPY "allocrec.cpy".
012500
012600 FD  HostProbeFile.
012700 01  HostProbeRecord           PIC X(80).
012800
012900 WORKING-STORAGE SECTION.
013000 01  WS-LOG-STATUS             PIC X(02).
013100 01  WS-HIST-STATUS            PIC X(02).
013200 01  WS-LIST-STATUS            PIC X(02).
013300 01  WS-CKPT-STATUS            PIC X(02).
013400 01  WS-CONTROL-STATUS         PIC X(02).
013500 01  WS-ALLOC-STATUS           PIC X(02).
013600 01  WS-HOSTPROBE-STATUS       PIC X(02).
013700
013800 01  WS-LOG-PATH               PIC X(100)
013900     VALUE "/etc/netplan/static-ip-changes.log".
014000 01  WS-LIVE-PATH-SAVE         PIC X(100).
014100 01  WS-ARCH-DIR               PIC X(100)
014200     VALUE "/etc/netplan/archive/".
014300 01  WS-HISTORY-PATH           PIC X(100)
014400     VALUE "/etc/netplan/planned-changes-hist.dat".
014500 01  WS-CKPT-DIR               PIC X(100)
014600     VALUE "/etc/netplan/".
014700 01  WS-CONTROL-PATH           PIC X(100)
014800     VALUE "/etc/netplan/dns-batch-control.dat".
014900 01  WS-ALLOC-PATH             PIC X(100)
015000     VALUE "/etc/netplan/ip-allocations.idx".
015100 01  WS-CKPT-PATH              PIC X(200).
015200 01  WS-LIST-PATH              PIC X(60).
015300 01  WS-HOSTPROBE-PATH         PIC X(60).
015400 01  WS-COMMAND-LINE           PIC X(150).
015500
015600 01  WS-ARGCOUNT               PIC 9(02) COMP VALUE 0.
015700 01  WS-ARG-IX                 PIC 9(02) COMP.
015800 01  WS-ARG-TEXT               PIC X(100).
015900 01  WS-TRAIL-CNT              PIC 9(02) COMP.
016000 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
016100     88  WS-ABORT                       VALUE "Y".
016200 01  WS-DATE-GIVEN-SWITCH      PIC X(01) VALUE "N".
016300     88  WS-DATE-GIVEN                  VALUE "Y".
016400
016500 01  WS-RUN-DATE               PIC 9(08) VALUE 0.
016600 01  WS-ACK-DAYS               PIC 9(03) VALUE 2.
016700 01  WS-THRESHOLD-PCT          PIC 9(03) VALUE 85.
016800 01  WS-TODAY-DATE8            PIC 9(08).
016900 01  WS-NOW-TIME8              PIC 9(08).
017000 01  WS-RUN-MONTH              PIC 9(06).
017100 01  WS-CUR-MONTH              PIC 9(06).
017200 01  WS-MY-HOSTNAME            PIC X(30) VALUE SPACES.
017300 01  WS-STAMP                  PIC X(17).
017400 01  WS-WIN-FROM               PIC X(17).
017500 01  WS-WIN-TO                 PIC X(17).
017700
017800*    One change-log record, split
017900 01  WS-LINE-STAMP             PIC X(17).
018000 01  WS-LINE-OPERATOR          PIC X(20).
018100 01  WS-LINE-TAG               PIC X(51).
018200 01  WS-LINE-OLD-IP-FLD        PIC X(60).
018300 01  WS-LINE-OLD-GW-FLD        PIC X(60).
018400 01  WS-LINE-NEW-IP-FLD        PIC X(60).
018500 01  WS-LINE-NEW-GW-FLD        PIC X(60).
018600 01  WS-LINE-TICKET-FLD        PIC X(30).
018700 01  WS-LINE-TICKET            PIC X(20).
018800 01  WS-LINE-OLD-IP            PIC X(45).
018900 01  WS-LINE-NEW-IP            PIC X(45).
019000 01  WS-LINE-REST              PIC X(51).
019100 01  WS-LINE-HOST              PIC X(30).
019200 01  WS-LINE-IFACE             PIC X(20).
019300 01  WS-LINE-GOOD-SWITCH       PIC X(01).
019400     88  WS-LINE-GOOD                   VALUE "Y".
019500 01  WS-LINE-KIND              PIC X(01).
019600     88  WS-LINE-PUSH                   VALUE "P".
019700     88  WS-LINE-REVERT                 VALUE "V".
019800     88  WS-LINE-ROLLBACK               VALUE "R".
019900     88  WS-LINE-OTHER                  VALUE "O".
019950     88  WS-LINE-ADOPT                  VALUE "B".
020000 01  WS-COLON-COUNT            PIC 9(02) COMP.
020100
020200*    Monthly-archive reading, the StaticIPReport way
020300 01  WS-ARCH-GOOD-COUNT        PIC 9(06).
020400 01  WS-TRAILER-SWITCH         PIC X(01).
020500     88  WS-TRAILER-SEEN                VALUE "Y".
020600 01  WS-TRL-TAG                PIC X(08).
020700 01  WS-TRL-COUNT-FLD          PIC X(06).
020800 01  WS-TRL-COUNT              PIC 9(06).
020900 01  WS-TRL-TRAIL-CNT          PIC 9(02) COMP.
021000
021100*    Section 1 - pushes by driver and by operator
021200 01  WS-DRV-SINGLE             PIC 9(05) VALUE 0.
021300 01  WS-DRV-BATCH              PIC 9(05) VALUE 0.
021400 01  WS-DRV-CHGEXEC            PIC 9(05) VALUE 0.
021500 01  WS-DRV-ONBOARD            PIC 9(05) VALUE 0.
021600 01  WS-OPER-COUNT             PIC 9(02) COMP VALUE 0.
021700 01  WS-OPER-TABLE.
021800     05  WS-OPER               OCCURS 50 TIMES.
021900         10  WS-OPER-NAME      PIC X(20).
022000         10  WS-OPER-PUSHES    PIC 9(05).
022100 01  WS-OPER-IX                PIC 9(02) COMP.
022200 01  WS-OPER-OTHER             PIC 9(05) VALUE 0.
022300
022400*    Section 4 - one request history record, split
022500 01  WS-HS-ID                  PIC X(14).
022600 01  WS-HS-STAMP               PIC X(17).
022700 01  WS-HS-ACTOR               PIC X(20).
022800 01  WS-HS-OLD-STATUS          PIC X(09).
022900 01  WS-HS-NEW-STATUS          PIC X(09).
023000 01  WS-HS-NOTE                PIC X(60).
023100
023200*    Section 5 - one checkpoint file
023300 01  WS-CK-LEAD                PIC X(200).
023400 01  WS-CK-REST                PIC X(60).
023500 01  WS-CK-RUN-ID              PIC X(30).
023600 01  WS-CK-HOSTS               PIC 9(05).
023700 01  WS-CK-WRITTEN             PIC 9(05).
023800 01  WS-CK-LINE-FIELD          PIC X(04).
023900 01  WS-CK-HOST-FIELD          PIC X(30).
024000 01  WS-CK-IFACE-FIELD         PIC X(20).
024100 01  WS-CK-OUTCOME-FIELD       PIC X(08).
024110 01  WS-CK-LINE-NUM            PIC 9(04).
024120 01  WS-CK-DONE-COUNT          PIC 9(04) COMP VALUE 0.
024130 01  WS-CK-DONE-LINES          OCCURS 600 TIMES
024140                               PIC 9(04).
024150 01  WS-CK-DONE-IX             PIC 9(04) COMP.
024160 01  WS-CK-DONE-OUTCOMES       OCCURS 600 TIMES
024170                               PIC X(08).
024200
024300*    Section 6 - one DNS batch control record, the DnsFeedMaint
024400*    layout
024500 01  WS-BAT-ID                 PIC X(10).
024600 01  WS-BAT-CREATED            PIC X(08).
024700 01  WS-BAT-RECS               PIC X(06).
024800 01  WS-BAT-ACK-STATUS         PIC X(05).
024900 01  WS-BAT-ACK-DATE           PIC X(08).
025000
025100*    Section 7 - subnet utilization, counted the AllocMaint way
025200 01  WS-SUBNET-COUNT           PIC 9(03) COMP VALUE 0.
025300 01  WS-SUBNET-TABLE.
025400     05  WS-SUB                OCCURS 100 TIMES.
025500         10  WS-SUB-NET        PIC X(50).
025600         10  WS-SUB-CAPACITY   PIC 9(09) COMP.
025700         10  WS-SUB-HELD       PIC 9(09) COMP.
025800 01  WS-SUB-IX                 PIC 9(03) COMP.
025900 01  WS-JX                     PIC 9(03) COMP.
026000 01  WS-SUB-FREE               PIC 9(09) COMP.
026100 01  WS-NET-PREFIX-PART        PIC X(03).
026200 01  WS-NET-ADDR-PART          PIC X(45).
026300 01  WS-NET-PREFIX             PIC 9(03).
026400 01  WS-PCT-FULL               PIC 9(03).
026500 01  WS-PCT-DISP               PIC ZZ9.
026600 01  WS-CAP-DISP               PIC ZZZZZZZZ9.
026700 01  WS-FREE-DISP              PIC ZZZZZZZZ9.
026800 01  WS-SUBNETS-SKIPPED        PIC 9(05) VALUE 0.
026900
027000*    Subprogram linkage work areas
027100 01  WS-VA-FAMILY              PIC X(01).
027200 01  WS-VA-REQUIRE-PREFIX      PIC X(01).
027300 01  WS-VA-SUBNET-CHECK        PIC X(50).
027400 01  WS-VA-VALID               PIC X(01).
027500     88  WS-VA-IS-VALID                 VALUE "Y".
027600
027700*    The report: one row per section, and the detail lines
027800*    listed under them.  Sections are 1 pushes, 2 reverts,
027900*    3 restores, 4 requests, 5 checkpoints, 6 DNS batches,
028000*    7 subnets
028100 01  WS-SECTION-TABLE.
028200     05  WS-SEC                OCCURS 7 TIMES.
028300         10  WS-SEC-TITLE      PIC X(40).
028400         10  WS-SEC-COUNT      PIC 9(05).
028500         10  WS-SEC-RAG        PIC X(05).
028600         10  WS-SEC-NOTE       PIC X(70).
028700         10  WS-SEC-LISTED     PIC 9(03) COMP.
028800         10  WS-SEC-UNLISTED   PIC 9(05).
028900 01  WS-SEC-IX                 PIC 9(02) COMP.
029000 01  WS-SEC-MAX-LISTED         PIC 9(03) COMP VALUE 40.
029100 01  WS-DETAIL-COUNT           PIC 9(03) COMP VALUE 0.
029200 01  WS-DETAIL-TABLE.
029300     05  WS-DTL                OCCURS 280 TIMES.
029400         10  WS-DTL-SEC        PIC 9(02) COMP.
029500         10  WS-DTL-TEXT       PIC X(74).
029600 01  WS-DTL-IX                 PIC 9(03) COMP.
029700 01  WS-DETAIL-TEXT            PIC X(74).
029800 01  WS-DETAIL-WORK            PIC X(74).
029900 01  WS-NEW-RAG                PIC X(05).
030000 01  WS-OVERALL-RAG            PIC X(05) VALUE "GREEN".
030100 01  WS-SEC-NUM-DISP           PIC 9.
030200 01  WS-CNT-DISP               PIC ZZZZ9.
030300 01  WS-CNT2-DISP              PIC ZZZZ9.
030400 01  WS-DAYS-DISP              PIC ZZ9.
030500
030600*    Age arithmetic, the way DnsFeedMaint ages its batches
030700 01  WS-ENTRY-AGE              PIC 9(09) COMP.
030800 01  WS-D2D-DATE               PIC 9(08).
030900 01  WS-D2D-YEAR               PIC 9(04).
031000 01  WS-D2D-MONTH              PIC 9(02).
031100 01  WS-D2D-DAY                PIC 9(02).
031200 01  WS-D2D-SERIAL             PIC 9(09) COMP.
031300 01  WS-D2D-TODAY              PIC 9(09) COMP.
031400 01  WS-MONTH-OFFSETS.
031500     05  FILLER                PIC 9(03) VALUE 000.
031600     05  FILLER                PIC 9(03) VALUE 031.
031700     05  FILLER                PIC 9(03) VALUE 059.
031800     05  FILLER                PIC 9(03) VALUE 090.
031900     05  FILLER                PIC 9(03) VALUE 120.
032000     05  FILLER                PIC 9(03) VALUE 151.
032100     05  FILLER                PIC 9(03) VALUE 181.
032200     05  FILLER                PIC 9(03) VALUE 212.
032300     05  FILLER                PIC 9(03) VALUE 243.
032400     05  FILLER                PIC 9(03) VALUE 273.
032500     05  FILLER                PIC 9(03) VALUE 304.
032600     05  FILLER                PIC 9(03) VALUE 334.
032700 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
032800     05  WS-MONTH-OFFSET       OCCURS 12 TIMES
032900                               PIC 9(03).
033000 01  WS-MONTH-LENGTHS.
033100     05  FILLER                PIC 9(02) VALUE 31.
033200     05  FILLER                PIC 9(02) VALUE 28.
033300     05  FILLER                PIC 9(02) VALUE 31.
033400     05  FILLER                PIC 9(02) VALUE 30.
033500     05  FILLER                PIC 9(02) VALUE 31.
033600     05  FILLER                PIC 9(02) VALUE 30.
033700     05  FILLER                PIC 9(02) VALUE 31.
033800     05  FILLER                PIC 9(02) VALUE 31.
033900     05  FILLER                PIC 9(02) VALUE 30.
034000     05  FILLER                PIC 9(02) VALUE 31.
034100     05  FILLER                PIC 9(02) VALUE 30.
034200     05  FILLER                PIC 9(02) VALUE 31.
034300 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
034400     05  WS-MONTH-LENGTH       OCCURS 12 TIMES
034500                               PIC 9(02).
034600 01  WS-LEAP-REM               PIC 9(03) COMP.
034700
034800 PROCEDURE DIVISION.
034900
035000***************************************************************
035100* 0000-MAINLINE                                                 *
035200***************************************************************
035300 0000-MAINLINE.
035400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035500     PERFORM 2000-PARSE-ARGUMENTS THRU 2000-EXIT.
035600     IF WS-ABORT
035700         MOVE 16 TO RETURN-CODE
035800         GO TO 0000-EXIT
035900     END-IF.
036000     PERFORM 1100-GET-HOSTNAME THRU 1100-EXIT.
036100     PERFORM 3000-READ-CHANGE-LOG THRU 3000-EXIT.
036200     PERFORM 4000-SCAN-REQUEST-HISTORY THRU 4000-EXIT.
036300     PERFORM 5000-SCAN-CHECKPOINTS THRU 5000-EXIT.
036400     PERFORM 6000-SCAN-DNS-BATCHES THRU 6000-EXIT.
036500     PERFORM 7000-CHECK-SUBNETS THRU 7000-EXIT.
036600     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
036700     EVALUATE WS-OVERALL-RAG
036800         WHEN "RED"
036900             MOVE 8 TO RETURN-CODE
037000         WHEN "AMBER"
037100             MOVE 4 TO RETURN-CODE
037200         WHEN OTHER
037300             MOVE 0 TO RETURN-CODE
037400     END-EVALUATE.
037500 0000-EXIT.
037600     STOP RUN.
037700
037800***************************************************************
037900* 1000-INITIALIZE - today, the run stamp and the seven          *
038000*                   section rows                                *
038100***************************************************************
038200 1000-INITIALIZE.
038300     ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER.
038400     ACCEPT WS-TODAY-DATE8 FROM DATE YYYYMMDD.
038500     ACCEPT WS-NOW-TIME8 FROM TIME.
038600     MOVE SPACES TO WS-STAMP.
038700     STRING WS-TODAY-DATE8 "-" WS-NOW-TIME8 DELIMITED BY SIZE
038800         INTO WS-STAMP.
038900     MOVE WS-TODAY-DATE8 TO WS-D2D-DATE.
039000     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
039100     MOVE WS-D2D-SERIAL TO WS-D2D-TODAY.
039200     PERFORM VARYING WS-SEC-IX FROM 1 BY 1 UNTIL WS-SEC-IX > 7
039300         MOVE SPACES TO WS-SEC-NOTE(WS-SEC-IX)
039400         MOVE "GREEN" TO WS-SEC-RAG(WS-SEC-IX)
039500         MOVE 0 TO WS-SEC-COUNT(WS-SEC-IX)
039600             WS-SEC-LISTED(WS-SEC-IX) WS-SEC-UNLISTED(WS-SEC-IX)
039700     END-PERFORM.
039800     MOVE "Pushes" TO WS-SEC-TITLE(1).
039900     MOVE "Pushes reverted by the gateway check"
040000         TO WS-SEC-TITLE(2).
040100     MOVE "RollbackNetplan restores" TO WS-SEC-TITLE(3).
040200     MOVE "ChangeExec requests FAILED or EXPIRED"
040300         TO WS-SEC-TITLE(4).
040400     MOVE "Batch runs with a checkpoint on disk"
040500         TO WS-SEC-TITLE(5).
040600     MOVE "DNS batches past acknowledgment deadline"
040700         TO WS-SEC-TITLE(6).
040800     MOVE "Subnets at or over the threshold"
040900         TO WS-SEC-TITLE(7).
041000 1000-EXIT.
041100     EXIT.
041200
041300***************************************************************
041400* 1100-GET-HOSTNAME - a bare-interface tag belongs to this box; *
041500*     environment first, "uname -n" when the environment does   *
041600*     not carry it, the way SetStaticIP finds its own name      *
041700***************************************************************
041800 1100-GET-HOSTNAME.
041900     ACCEPT WS-MY-HOSTNAME FROM ENVIRONMENT "HOSTNAME".
042000     IF WS-MY-HOSTNAME NOT = SPACES
042100         GO TO 1100-EXIT
042200     END-IF.
042300     MOVE SPACES TO WS-HOSTPROBE-PATH.
042400     STRING "/tmp/opsrpt-host-" DELIMITED BY SIZE
042500         WS-STAMP DELIMITED BY SIZE
042600         ".txt" DELIMITED BY SIZE
042700         INTO WS-HOSTPROBE-PATH.
042800     MOVE SPACES TO WS-COMMAND-LINE.
042900     STRING "uname -n > " DELIMITED BY SIZE
043000         WS-HOSTPROBE-PATH DELIMITED BY SPACE
043100         " 2>/dev/null" DELIMITED BY SIZE
043200         INTO WS-COMMAND-LINE.
043300     CALL "SYSTEM" USING WS-COMMAND-LINE.
043400     OPEN INPUT HostProbeFile.
043500     IF WS-HOSTPROBE-STATUS = "00"
043600         READ HostProbeFile
043700             AT END
043800                 CONTINUE
043900             NOT AT END
044000                 MOVE HostProbeRecord TO WS-MY-HOSTNAME
044100         END-READ
044200         CLOSE HostProbeFile
044300     END-IF.
044400     MOVE SPACES TO WS-COMMAND-LINE.
044500     STRING "rm -f " DELIMITED BY SIZE
044600         WS-HOSTPROBE-PATH DELIMITED BY SPACE
044700         INTO WS-COMMAND-LINE.
044800     CALL "SYSTEM" USING WS-COMMAND-LINE.
044900     IF WS-MY-HOSTNAME = SPACES
045000         MOVE "localhost" TO WS-MY-HOSTNAME
045100     END-IF.
045200 1100-EXIT.
045300     EXIT.
045400
045500***************************************************************
045600* 2000-PARSE-ARGUMENTS - optional -date, -days and -pct, any    *
045700*     order; the window is the given day, or the 24 hours       *
045800*     from this time yesterday                                  *
045900***************************************************************
046000 2000-PARSE-ARGUMENTS.
046100     MOVE 1 TO WS-ARG-IX.
046200     PERFORM UNTIL WS-ARG-IX > WS-ARGCOUNT OR WS-ABORT
046300         DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER
046400         ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
046500         PERFORM 2100-DISPATCH-ARG THRU 2100-EXIT
046600         ADD 1 TO WS-ARG-IX
046700     END-PERFORM.
046800     IF WS-ABORT
046900         GO TO 2000-EXIT
047000     END-IF.
047100     IF WS-DATE-GIVEN
047200         IF WS-RUN-DATE > WS-TODAY-DATE8
047300             DISPLAY "ERROR: cannot report on a day that has "
047400                 "not happened yet: " WS-RUN-DATE
047500             SET WS-ABORT TO TRUE
047600             GO TO 2000-EXIT
047700         END-IF
047800         MOVE SPACES TO WS-WIN-FROM WS-WIN-TO
047900         STRING WS-RUN-DATE "-00000000" DELIMITED BY SIZE
048000             INTO WS-WIN-FROM
048100         STRING WS-RUN-DATE "-99999999" DELIMITED BY SIZE
048200             INTO WS-WIN-TO
048300     ELSE
048400         PERFORM 2400-YESTERDAY THRU 2400-EXIT
048500         MOVE SPACES TO WS-WIN-FROM
048600         STRING WS-RUN-DATE "-" WS-NOW-TIME8 DELIMITED BY SIZE
048700             INTO WS-WIN-FROM
048800         MOVE WS-STAMP TO WS-WIN-TO
048900     END-IF.
049000 2000-EXIT.
049100     EXIT.
049200
049300***************************************************************
049400* 2100-DISPATCH-ARG - classify one command-line token           *
049500***************************************************************
049600 2100-DISPATCH-ARG.
049700     EVALUATE WS-ARG-TEXT
049800         WHEN "-date"
049900             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
050000             IF NOT WS-ABORT
050100                 PERFORM 2300-PARSE-DATE THRU 2300-EXIT
050200             END-IF
050300         WHEN "-days"
050400             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
050500             IF NOT WS-ABORT
050600                 PERFORM 2350-PARSE-NUMBER THRU 2350-EXIT
050700             END-IF
050800             IF NOT WS-ABORT
050900                 MOVE WS-ARG-TEXT(1:3 - WS-TRAIL-CNT)
051000                     TO WS-ACK-DAYS
051100             END-IF
051200         WHEN "-pct"
051300             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
051400             IF NOT WS-ABORT
051500                 PERFORM 2350-PARSE-NUMBER THRU 2350-EXIT
051600             END-IF
051700             IF NOT WS-ABORT
051800                 MOVE WS-ARG-TEXT(1:3 - WS-TRAIL-CNT)
051900                     TO WS-THRESHOLD-PCT
052000                 IF WS-THRESHOLD-PCT < 1
052100                    OR WS-THRESHOLD-PCT > 100
052200                     DISPLAY "ERROR: the threshold runs from 1"
052300                         " to 100 percent: " WS-ARG-TEXT
052400                     SET WS-ABORT TO TRUE
052500                 END-IF
052600             END-IF
052700         WHEN OTHER
052800             PERFORM 2900-USAGE THRU 2900-EXIT
052900     END-EVALUATE.
053000 2100-EXIT.
053100     EXIT.
053200
053300***************************************************************
053400* 2200-NEED-ONE-MORE - advance to the value of the flag just    *
053500*                      matched                                  *
053600***************************************************************
053700 2200-NEED-ONE-MORE.
053800     IF WS-ARG-IX >= WS-ARGCOUNT
053900         PERFORM 2900-USAGE THRU 2900-EXIT
054000         GO TO 2200-EXIT
054100     END-IF.
054200     ADD 1 TO WS-ARG-IX.
054300     DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER.
054400     ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE.
054500 2200-EXIT.
054600     EXIT.
054700
054800***************************************************************
054900* 2300-PARSE-DATE - -date must be a plausible yyyymmdd          *
055000***************************************************************
055100 2300-PARSE-DATE.
055200     IF WS-ARG-TEXT(1:8) IS NOT NUMERIC
055300        OR WS-ARG-TEXT(9:1) NOT = SPACE
055400        OR WS-ARG-TEXT(5:2) < "01" OR WS-ARG-TEXT(5:2) > "12"
055500        OR WS-ARG-TEXT(7:2) < "01" OR WS-ARG-TEXT(7:2) > "31"
055600         DISPLAY "ERROR: dates are yyyymmdd, got " WS-ARG-TEXT
055700         SET WS-ABORT TO TRUE
055800         GO TO 2300-EXIT
055900     END-IF.
056000     MOVE WS-ARG-TEXT(1:8) TO WS-RUN-DATE.
056100     SET WS-DATE-GIVEN TO TRUE.
056200 2300-EXIT.
056300     EXIT.
056400
056500***************************************************************
056600* 2350-PARSE-NUMBER - a day count or percentage, up to three    *
056700*     digits; WS-TRAIL-CNT is left for the caller's move        *
056800***************************************************************
056900 2350-PARSE-NUMBER.
057000     MOVE 0 TO WS-TRAIL-CNT.
057100     INSPECT WS-ARG-TEXT(1:3) TALLYING WS-TRAIL-CNT
057200         FOR TRAILING SPACE.
057300     IF WS-TRAIL-CNT = 3 OR WS-ARG-TEXT(4:1) NOT = SPACE OR
057400        WS-ARG-TEXT(1:3 - WS-TRAIL-CNT) IS NOT NUMERIC
057500         DISPLAY "ERROR: value must be numeric: " WS-ARG-TEXT
057600         SET WS-ABORT TO TRUE
057700     END-IF.
057800 2350-EXIT.
057900     EXIT.
058000
058100***************************************************************
058200* 2400-YESTERDAY - the day before today, across month and year  *
058300*                  ends, February by the leap-year rule         *
058400***************************************************************
058500 2400-YESTERDAY.
058600     MOVE WS-TODAY-DATE8(1:4) TO WS-D2D-YEAR.
058700     MOVE WS-TODAY-DATE8(5:2) TO WS-D2D-MONTH.
058800     MOVE WS-TODAY-DATE8(7:2) TO WS-D2D-DAY.
058900     IF WS-D2D-DAY > 1
059000         SUBTRACT 1 FROM WS-D2D-DAY
059100         GO TO 2400-BUILD
059200     END-IF.
059300     IF WS-D2D-MONTH = 1
059400         MOVE 12 TO WS-D2D-MONTH
059500         SUBTRACT 1 FROM WS-D2D-YEAR
059600     ELSE
059700         SUBTRACT 1 FROM WS-D2D-MONTH
059800     END-IF.
059900     MOVE WS-MONTH-LENGTH(WS-D2D-MONTH) TO WS-D2D-DAY.
060000     IF WS-D2D-MONTH = 2
060100         DIVIDE WS-D2D-YEAR BY 4 GIVING WS-ENTRY-AGE
060200             REMAINDER WS-LEAP-REM
060300         IF WS-LEAP-REM = 0
060400             MOVE 29 TO WS-D2D-DAY
060500             DIVIDE WS-D2D-YEAR BY 100 GIVING WS-ENTRY-AGE
060600                 REMAINDER WS-LEAP-REM
060700             IF WS-LEAP-REM = 0
060800                 MOVE 28 TO WS-D2D-DAY
060900                 DIVIDE WS-D2D-YEAR BY 400 GIVING WS-ENTRY-AGE
061000                     REMAINDER WS-LEAP-REM
061100                 IF WS-LEAP-REM = 0
061200                     MOVE 29 TO WS-D2D-DAY
061300                 END-IF
061400             END-IF
061500         END-IF
061600     END-IF.
061700 2400-BUILD.
061800     COMPUTE WS-RUN-DATE = WS-D2D-YEAR * 10000
061900         + WS-D2D-MONTH * 100 + WS-D2D-DAY.
062000 2400-EXIT.
062100     EXIT.
062200
062300***************************************************************
062400* 2900-USAGE - bad arguments, show usage and flag abort         *
062500***************************************************************
062600 2900-USAGE.
062700     DISPLAY "Usage: OpsReport [-date <yyyymmdd>] [-days <n>]"
062800         " [-pct <n>]".
062900     SET WS-ABORT TO TRUE.
063000 2900-EXIT.
063100     EXIT.
063200
063300***************************************************************
063400* 3000-READ-CHANGE-LOG - sections 1 to 3: the window's          *
063500*     records, from the month's archive first when              *
063600*     ArchiveChangeLog has closed the month the window opens    *
063700*     in, then the live log                                     *
063800***************************************************************
063900 3000-READ-CHANGE-LOG.
064000     COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100.
064100     COMPUTE WS-CUR-MONTH = WS-TODAY-DATE8 / 100.
064200     IF WS-RUN-MONTH < WS-CUR-MONTH
064300         PERFORM 3500-READ-ARCHIVE THRU 3500-EXIT
064400     END-IF.
064500     OPEN INPUT OP-LOG-FILE.
064600     IF WS-LOG-STATUS NOT = "00"
064700         MOVE SPACES TO WS-SEC-NOTE(1)
064800         STRING "change log " DELIMITED BY SIZE
064900             WS-LOG-PATH DELIMITED BY SPACE
065000             " not readable, status " DELIMITED BY SIZE
065100             WS-LOG-STATUS DELIMITED BY SIZE
065200             INTO WS-SEC-NOTE(1)
065300         MOVE 1 TO WS-SEC-IX
065400         MOVE "AMBER" TO WS-NEW-RAG
065500         PERFORM 8950-RAISE-RAG THRU 8950-EXIT
065600         GO TO 3000-EXIT
065700     END-IF.
065800     PERFORM UNTIL WS-LOG-STATUS = "10"
065900         READ OP-LOG-FILE
066000             AT END
066100                 MOVE "10" TO WS-LOG-STATUS
066200             NOT AT END
066300                 PERFORM 3100-HANDLE-ONE-LINE THRU 3100-EXIT
066400         END-READ
066500     END-PERFORM.
066600     CLOSE OP-LOG-FILE.
066700 3000-EXIT.
066800     EXIT.
066900
067000***************************************************************
067100* 3100-HANDLE-ONE-LINE - keep the window's records; refusals    *
067200*     and freeze overrides changed nothing                      *
067300***************************************************************
067400 3100-HANDLE-ONE-LINE.
067500     PERFORM 3200-PARSE-LOG-LINE THRU 3200-EXIT.
067600     IF NOT WS-LINE-GOOD
067700         GO TO 3100-EXIT
067800     END-IF.
067900     IF WS-LINE-STAMP < WS-WIN-FROM
068000        OR WS-LINE-STAMP > WS-WIN-TO
068100         GO TO 3100-EXIT
068200     END-IF.
068300     EVALUATE TRUE
068400         WHEN WS-LINE-OTHER
068500             CONTINUE
068600         WHEN WS-LINE-REVERT
068700             PERFORM 3400-RECORD-REVERT THRU 3400-EXIT
068800         WHEN WS-LINE-ROLLBACK
068900             PERFORM 3450-RECORD-ROLLBACK THRU 3450-EXIT
069000         WHEN OTHER
069100             PERFORM 3300-COUNT-PUSH THRU 3300-EXIT
069200     END-EVALUATE.
069300 3100-EXIT.
069400     EXIT.
069500
069600***************************************************************
069700* 3200-PARSE-LOG-LINE - split one change-log record, strip the  *
069800*     field labels and /prefix, and work out whose interface    *
069900*     the tag names                                             *
070000***************************************************************
070100 3200-PARSE-LOG-LINE.
070200     MOVE "N" TO WS-LINE-GOOD-SWITCH.
070300     IF OP-LOG-RECORD = SPACES
070400         GO TO 3200-EXIT
070500     END-IF.
070600     MOVE SPACES TO WS-LINE-STAMP WS-LINE-OPERATOR WS-LINE-TAG
070700         WS-LINE-OLD-IP-FLD WS-LINE-OLD-GW-FLD
070800         WS-LINE-NEW-IP-FLD WS-LINE-NEW-GW-FLD
070900         WS-LINE-TICKET-FLD WS-LINE-TICKET
071000         WS-LINE-OLD-IP WS-LINE-NEW-IP
071100         WS-LINE-REST WS-LINE-HOST WS-LINE-IFACE.
071200     UNSTRING OP-LOG-RECORD DELIMITED BY "|"
071300         INTO WS-LINE-STAMP WS-LINE-OPERATOR WS-LINE-TAG
071400              WS-LINE-OLD-IP-FLD WS-LINE-OLD-GW-FLD
071500              WS-LINE-NEW-IP-FLD WS-LINE-NEW-GW-FLD
071600              WS-LINE-TICKET-FLD.
071700     IF WS-LINE-STAMP(1:8) IS NOT NUMERIC
071800         GO TO 3200-EXIT
071900     END-IF.
072000     MOVE "Y" TO WS-LINE-GOOD-SWITCH.
072100     IF WS-LINE-TAG(1:7) = "denied:"
072200        OR WS-LINE-TAG(1:9) = "override:"
072300         SET WS-LINE-OTHER TO TRUE
072400         GO TO 3200-EXIT
072500     END-IF.
072600     IF WS-LINE-OLD-IP-FLD(1:7) = "old_ip="
072700         UNSTRING WS-LINE-OLD-IP-FLD(8:50) DELIMITED BY "/"
072800             INTO WS-LINE-OLD-IP
072900     END-IF.
073000     IF WS-LINE-NEW-IP-FLD(1:7) = "new_ip="
073100         UNSTRING WS-LINE-NEW-IP-FLD(8:50) DELIMITED BY "/"
073200             INTO WS-LINE-NEW-IP
073300     END-IF.
073400     IF WS-LINE-TICKET-FLD(1:7) = "ticket="
073500         MOVE WS-LINE-TICKET-FLD(8:20) TO WS-LINE-TICKET
073600     END-IF.
073700     EVALUATE TRUE
073800         WHEN WS-LINE-TAG(1:7) = "revert:"
073900             SET WS-LINE-REVERT TO TRUE
074000             MOVE WS-LINE-TAG(8:44) TO WS-LINE-REST
074050         WHEN WS-LINE-TAG(1:8) = "onboard:"
074060             SET WS-LINE-ADOPT TO TRUE
074070             MOVE WS-LINE-TAG(9:43) TO WS-LINE-REST
074100         WHEN WS-LINE-TAG(1:9) = "rollback:"
074200             SET WS-LINE-ROLLBACK TO TRUE
074300             MOVE WS-LINE-TAG(10:42) TO WS-LINE-REST
074400         WHEN OTHER
074500             SET WS-LINE-PUSH TO TRUE
074600             MOVE WS-LINE-TAG TO WS-LINE-REST
074700     END-EVALUATE.
074800     MOVE 0 TO WS-COLON-COUNT.
074900     INSPECT WS-LINE-REST TALLYING WS-COLON-COUNT FOR ALL ":".
075000     IF WS-COLON-COUNT > 0
075100         UNSTRING WS-LINE-REST DELIMITED BY ":"
075200             INTO WS-LINE-HOST WS-LINE-IFACE
075300     ELSE
075400         MOVE WS-MY-HOSTNAME TO WS-LINE-HOST
075500         MOVE WS-LINE-REST TO WS-LINE-IFACE
075600     END-IF.
075700 3200-EXIT.
075800     EXIT.
075900
076000***************************************************************
076100* 3300-COUNT-PUSH - section 1: the push under its driver, and   *
076200*     under its operator                                        *
076300***************************************************************
076400 3300-COUNT-PUSH.
076500     ADD 1 TO WS-SEC-COUNT(1).
076600     EVALUATE TRUE
076700         WHEN WS-COLON-COUNT = 0
076800             ADD 1 TO WS-DRV-SINGLE
076900         WHEN WS-LINE-ADOPT
077000             ADD 1 TO WS-DRV-ONBOARD
077100         WHEN WS-LINE-TICKET(1:2) = "CR"
077200              AND WS-LINE-TICKET(3:11) IS NUMERIC
077300             ADD 1 TO WS-DRV-CHGEXEC
077400         WHEN OTHER
077500             ADD 1 TO WS-DRV-BATCH
077600     END-EVALUATE.
077700     PERFORM VARYING WS-OPER-IX FROM 1 BY 1
077800             UNTIL WS-OPER-IX > WS-OPER-COUNT
077900         IF WS-OPER-NAME(WS-OPER-IX) = WS-LINE-OPERATOR
078000             ADD 1 TO WS-OPER-PUSHES(WS-OPER-IX)
078100             GO TO 3300-EXIT
078200         END-IF
078300     END-PERFORM.
078400     IF WS-OPER-COUNT >= 50
078500         ADD 1 TO WS-OPER-OTHER
078600         GO TO 3300-EXIT
078700     END-IF.
078800     ADD 1 TO WS-OPER-COUNT.
078900     MOVE WS-LINE-OPERATOR TO WS-OPER-NAME(WS-OPER-COUNT).
079000     MOVE 1 TO WS-OPER-PUSHES(WS-OPER-COUNT).
079100 3300-EXIT.
079200     EXIT.
079300
079400***************************************************************
079500* 3400-RECORD-REVERT - section 2: the gateway check put the     *
079600*     interface back to the address it had before the push      *
079700***************************************************************
079800 3400-RECORD-REVERT.
079900     ADD 1 TO WS-SEC-COUNT(2).
080000     MOVE 2 TO WS-SEC-IX.
080100     MOVE "AMBER" TO WS-NEW-RAG.
080200     PERFORM 8950-RAISE-RAG THRU 8950-EXIT.
080300     PERFORM 3460-FORMAT-RESTORE THRU 3460-EXIT.
080400     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
080500 3400-EXIT.
080600     EXIT.
080700
080800***************************************************************
080900* 3450-RECORD-ROLLBACK - section 3: a restore from a backup;    *
081000*     a host-tagged one is ChangeExec rolling a change set back *
081100***************************************************************
081200 3450-RECORD-ROLLBACK.
081300     ADD 1 TO WS-SEC-COUNT(3).
081400     MOVE 3 TO WS-SEC-IX.
081500     MOVE "AMBER" TO WS-NEW-RAG.
081600     PERFORM 8950-RAISE-RAG THRU 8950-EXIT.
081700     PERFORM 3460-FORMAT-RESTORE THRU 3460-EXIT.
081800     IF WS-COLON-COUNT > 0
081900         MOVE SPACES TO WS-DETAIL-WORK
082000         STRING WS-DETAIL-TEXT DELIMITED BY "  "
082100             " (change set)" DELIMITED BY SIZE
082200             INTO WS-DETAIL-WORK
082300         MOVE WS-DETAIL-WORK TO WS-DETAIL-TEXT
082400     END-IF.
082500     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
082600 3450-EXIT.
082700     EXIT.
082800
082900***************************************************************
083000* 3460-FORMAT-RESTORE - one revert or restore as a detail line: *
083100*     when, who, which interface, abandoned -> restored address *
083200***************************************************************
083300 3460-FORMAT-RESTORE.
083400     IF WS-LINE-OLD-IP = SPACES
083500         MOVE "(none)" TO WS-LINE-OLD-IP
083600     END-IF.
083700     IF WS-LINE-NEW-IP = SPACES
083800         MOVE "(none)" TO WS-LINE-NEW-IP
083900     END-IF.
084000     MOVE SPACES TO WS-DETAIL-TEXT.
084100     STRING WS-LINE-STAMP(1:13) DELIMITED BY SIZE
084200         " " DELIMITED BY SIZE
084300         WS-LINE-OPERATOR DELIMITED BY SPACE
084400         " " DELIMITED BY SIZE
084500         WS-LINE-HOST DELIMITED BY SPACE
084600         ":" DELIMITED BY SIZE
084700         WS-LINE-IFACE DELIMITED BY SPACE
084800         " " DELIMITED BY SIZE
084900         WS-LINE-OLD-IP DELIMITED BY SPACE
085000         " -> " DELIMITED BY SIZE
085100         WS-LINE-NEW-IP DELIMITED BY SPACE
085200         INTO WS-DETAIL-TEXT.
085300 3460-EXIT.
085400     EXIT.
085500
085600***************************************************************
085700* 3500-READ-ARCHIVE - the closed month's archive through the    *
085800*     same handling; a missing trailer, or one that disagrees   *
085900*     with the records read, is noted against section 1         *
086000***************************************************************
086100 3500-READ-ARCHIVE.
086200     MOVE WS-LOG-PATH TO WS-LIVE-PATH-SAVE.
086300     MOVE SPACES TO WS-LOG-PATH.
086400     STRING WS-ARCH-DIR DELIMITED BY SPACE
086500         "static-ip-changes-" DELIMITED BY SIZE
086600         WS-RUN-MONTH DELIMITED BY SIZE
086700         ".log" DELIMITED BY SIZE
086800         INTO WS-LOG-PATH.
086900     OPEN INPUT OP-LOG-FILE.
087000     IF WS-LOG-STATUS NOT = "00"
087100         GO TO 3500-RESTORE
087200     END-IF.
087300     MOVE 0 TO WS-ARCH-GOOD-COUNT.
087400     MOVE "N" TO WS-TRAILER-SWITCH.
087500     PERFORM UNTIL WS-LOG-STATUS = "10"
087600         READ OP-LOG-FILE
087700             AT END
087800                 MOVE "10" TO WS-LOG-STATUS
087900             NOT AT END
088000                 PERFORM 3510-HANDLE-ARCHIVE-LINE
088100                     THRU 3510-EXIT
088200         END-READ
088300     END-PERFORM.
088400     CLOSE OP-LOG-FILE.
088500     IF WS-TRAILER-SEEN
088600        AND WS-TRL-COUNT = WS-ARCH-GOOD-COUNT
088700         GO TO 3500-RESTORE
088800     END-IF.
088900     MOVE SPACES TO WS-SEC-NOTE(1).
089000     STRING "archive " DELIMITED BY SIZE
089100         WS-RUN-MONTH DELIMITED BY SIZE
089200         " trailer missing or short - it may be truncated"
089300             DELIMITED BY SIZE
089400         INTO WS-SEC-NOTE(1).
089500     MOVE 1 TO WS-SEC-IX.
089600     MOVE "AMBER" TO WS-NEW-RAG.
089700     PERFORM 8950-RAISE-RAG THRU 8950-EXIT.
089800 3500-RESTORE.
089900     MOVE WS-LIVE-PATH-SAVE TO WS-LOG-PATH.
090000 3500-EXIT.
090100     EXIT.
090200
090300***************************************************************
090400* 3510-HANDLE-ARCHIVE-LINE - the trailer is checked, every      *
090500*     other line goes through the live-log handling             *
090600***************************************************************
090700 3510-HANDLE-ARCHIVE-LINE.
090800     IF OP-LOG-RECORD(1:8) = "TRAILER|"
090900         SET WS-TRAILER-SEEN TO TRUE
091000         MOVE SPACES TO WS-TRL-TAG WS-TRL-COUNT-FLD
091100         MOVE 0 TO WS-TRL-COUNT
091200         UNSTRING OP-LOG-RECORD DELIMITED BY "|"
091300             INTO WS-TRL-TAG WS-TRL-COUNT-FLD
091400         MOVE 0 TO WS-TRL-TRAIL-CNT
091500         INSPECT WS-TRL-COUNT-FLD TALLYING WS-TRL-TRAIL-CNT
091600             FOR TRAILING SPACE
091700         IF WS-TRL-TRAIL-CNT < 6 AND
091800            WS-TRL-COUNT-FLD(1:6 - WS-TRL-TRAIL-CNT)
091900                IS NUMERIC
092000             MOVE WS-TRL-COUNT-FLD(1:6 - WS-TRL-TRAIL-CNT)
092100                 TO WS-TRL-COUNT
092200         END-IF
092300         GO TO 3510-EXIT
092400     END-IF.
092500     PERFORM 3100-HANDLE-ONE-LINE THRU 3100-EXIT.
092600     IF WS-LINE-GOOD
092700         ADD 1 TO WS-ARCH-GOOD-COUNT
092800     END-IF.
092900 3510-EXIT.
093000     EXIT.
093100
093200***************************************************************
093300* 4000-SCAN-REQUEST-HISTORY - section 4: every request moved    *
093400*     to FAILED or EXPIRED inside the window; the change-set    *
093500*     records beside them are not counted again, each member    *
093600*     request carries its own transition                        *
093700***************************************************************
093800 4000-SCAN-REQUEST-HISTORY.
093900     OPEN INPUT OP-HIST-FILE.
094000     IF WS-HIST-STATUS = "35"
094100         GO TO 4000-EXIT
094200     END-IF.
094300     IF WS-HIST-STATUS NOT = "00"
094400         MOVE SPACES TO WS-SEC-NOTE(4)
094500         STRING "request history " DELIMITED BY SIZE
094600             WS-HISTORY-PATH DELIMITED BY SPACE
094700             " not readable, status " DELIMITED BY SIZE
094800             WS-HIST-STATUS DELIMITED BY SIZE
094900             INTO WS-SEC-NOTE(4)
095000         MOVE 4 TO WS-SEC-IX
095100         MOVE "AMBER" TO WS-NEW-RAG
095200         PERFORM 8950-RAISE-RAG THRU 8950-EXIT
095300         GO TO 4000-EXIT
095400     END-IF.
095500     PERFORM UNTIL WS-HIST-STATUS = "10"
095600         READ OP-HIST-FILE
095700             AT END
095800                 MOVE "10" TO WS-HIST-STATUS
095900             NOT AT END
096000                 PERFORM 4100-HANDLE-ONE-HIST THRU 4100-EXIT
096100         END-READ
096200     END-PERFORM.
096300     CLOSE OP-HIST-FILE.
096400 4000-EXIT.
096500     EXIT.
096600
096700***************************************************************
096800* 4100-HANDLE-ONE-HIST - id|stamp|actor|old|new|note            *
096900***************************************************************
097000 4100-HANDLE-ONE-HIST.
097100     MOVE SPACES TO WS-HS-ID WS-HS-STAMP WS-HS-ACTOR
097200         WS-HS-OLD-STATUS WS-HS-NEW-STATUS WS-HS-NOTE.
097300     UNSTRING OP-HIST-RECORD DELIMITED BY "|"
097400         INTO WS-HS-ID WS-HS-STAMP WS-HS-ACTOR
097500              WS-HS-OLD-STATUS WS-HS-NEW-STATUS WS-HS-NOTE.
097600     IF WS-HS-ID(1:2) NOT = "CR"
097700         GO TO 4100-EXIT
097800     END-IF.
097900     IF WS-HS-NEW-STATUS NOT = "FAILED"
098000        AND WS-HS-NEW-STATUS NOT = "EXPIRED"
098100         GO TO 4100-EXIT
098200     END-IF.
098300     IF WS-HS-STAMP < WS-WIN-FROM OR WS-HS-STAMP > WS-WIN-TO
098400         GO TO 4100-EXIT
098500     END-IF.
098600     ADD 1 TO WS-SEC-COUNT(4).
098700     MOVE 4 TO WS-SEC-IX.
098800     IF WS-HS-NEW-STATUS = "FAILED"
098900         MOVE "RED" TO WS-NEW-RAG
099000     ELSE
099100         MOVE "AMBER" TO WS-NEW-RAG
099200     END-IF.
099300     PERFORM 8950-RAISE-RAG THRU 8950-EXIT.
099400     MOVE SPACES TO WS-DETAIL-TEXT.
099500     STRING WS-HS-STAMP(1:13) DELIMITED BY SIZE
099600         " " DELIMITED BY SIZE
099700         WS-HS-ID DELIMITED BY SPACE
099800         " " DELIMITED BY SIZE
099900         WS-HS-NEW-STATUS DELIMITED BY SPACE
100000         " " DELIMITED BY SIZE
100100         WS-HS-NOTE DELIMITED BY "  "
100200         INTO WS-DETAIL-TEXT.
100300     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
100400 4100-EXIT.
100500     EXIT.
100600
100700***************************************************************
100800* 5000-SCAN-CHECKPOINTS - section 5: SetStaticIPBatch removes   *
100900*     its checkpoint only when every host was written and       *
101000*     deployed, so any file still on disk is a run that needs   *
101100*     a -restart                                                *
101200***************************************************************
101300 5000-SCAN-CHECKPOINTS.
101400     MOVE SPACES TO WS-LIST-PATH.
101500     STRING "/tmp/opsrpt-ckpt-" DELIMITED BY SIZE
101600         WS-STAMP DELIMITED BY SIZE
101700         ".txt" DELIMITED BY SIZE
101800         INTO WS-LIST-PATH.
101900     MOVE SPACES TO WS-COMMAND-LINE.
102000     STRING "ls -1 '" DELIMITED BY SIZE
102100         WS-CKPT-DIR DELIMITED BY SPACE
102200         "'ipbatch-ckpt-*.dat > " DELIMITED BY SIZE
102300         WS-LIST-PATH DELIMITED BY SPACE
102400         " 2>/dev/null" DELIMITED BY SIZE
102500         INTO WS-COMMAND-LINE.
102600     CALL "SYSTEM" USING WS-COMMAND-LINE.
102700     OPEN INPUT OP-LIST-FILE.
102800     IF WS-LIST-STATUS = "00"
102900         PERFORM UNTIL WS-LIST-STATUS = "10"
103000             READ OP-LIST-FILE
103100                 AT END
103200                     MOVE "10" TO WS-LIST-STATUS
103300                 NOT AT END
103400                     IF OP-LIST-RECORD NOT = SPACES
103500                         MOVE OP-LIST-RECORD TO WS-CKPT-PATH
103600                         PERFORM 5100-READ-ONE-CHECKPOINT
103700                             THRU 5100-EXIT
103800                     END-IF
103900             END-READ
104000         END-PERFORM
104100         CLOSE OP-LIST-FILE
104200     END-IF.
104300     MOVE SPACES TO WS-COMMAND-LINE.
104400     STRING "rm -f " DELIMITED BY SIZE
104500         WS-LIST-PATH DELIMITED BY SPACE
104600         INTO WS-COMMAND-LINE.
104700     CALL "SYSTEM" USING WS-COMMAND-LINE.
104800 5000-EXIT.
104900     EXIT.
105000
105100***************************************************************
105200* 5100-READ-ONE-CHECKPOINT - the run id from the file name,     *
105300*     and how far the run got: hosts finished, and how many     *
105400*     of those were written but never deployed                  *
105500***************************************************************
105600 5100-READ-ONE-CHECKPOINT.
105700     ADD 1 TO WS-SEC-COUNT(5).
105800     MOVE 5 TO WS-SEC-IX.
105900     MOVE "RED" TO WS-NEW-RAG.
106000     PERFORM 8950-RAISE-RAG THRU 8950-EXIT.
106100     MOVE SPACES TO WS-CK-LEAD WS-CK-REST WS-CK-RUN-ID.
106200     UNSTRING WS-CKPT-PATH DELIMITED BY "ipbatch-ckpt-"
106300         INTO WS-CK-LEAD WS-CK-REST.
106400     UNSTRING WS-CK-REST DELIMITED BY ".dat"
106500         INTO WS-CK-RUN-ID.
106600     MOVE 0 TO WS-CK-HOSTS WS-CK-WRITTEN WS-CK-DONE-COUNT.
106700     OPEN INPUT OP-CKPT-FILE.
106800     IF WS-CKPT-STATUS = "00"
106900         PERFORM UNTIL WS-CKPT-STATUS = "10"
107000             READ OP-CKPT-FILE
107100                 AT END
107200                     MOVE "10" TO WS-CKPT-STATUS
107300                 NOT AT END
107400                     PERFORM 5110-LOAD-ONE-RECORD THRU 5110-EXIT
107500             END-READ
107600         END-PERFORM
107700         CLOSE OP-CKPT-FILE
107800     END-IF.
107810*    One entry per batch line, its last outcome; only now is
107820*    each host counted
107830     PERFORM VARYING WS-CK-DONE-IX FROM 1 BY 1
107840             UNTIL WS-CK-DONE-IX > WS-CK-DONE-COUNT
107850         PERFORM 5120-TALLY-ONE-HOST THRU 5120-EXIT
107860     END-PERFORM.
107900     MOVE WS-CK-HOSTS TO WS-CNT-DISP.
108000     MOVE WS-CK-WRITTEN TO WS-CNT2-DISP.
108100     MOVE SPACES TO WS-DETAIL-TEXT.
108200     STRING "run " DELIMITED BY SIZE
108300         WS-CK-RUN-ID DELIMITED BY SPACE
108400         ":" DELIMITED BY SIZE
108500         WS-CNT-DISP DELIMITED BY SIZE
108600         " host(s) done," DELIMITED BY SIZE
108700         WS-CNT2-DISP DELIMITED BY SIZE
108800         " written but not deployed" DELIMITED BY SIZE
108900         INTO WS-DETAIL-TEXT.
109000     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
109100 5100-EXIT.
109200     EXIT.
109300
109400***************************************************************
109500* 5110-LOAD-ONE-RECORD - line|host|interface|outcome, the       *
109600*     record SetStaticIPBatch appends per finished host.  A     *
109620*     host is recorded WRITTEN, then DEPLOYED, so records are   *
109640*     kept by line number with the last outcome winning, as the *
109660*     -restart load does; a blank outcome is WRITTEN and a line *
109680*     field that is not numeric is skipped                      *
109700***************************************************************
109800 5110-LOAD-ONE-RECORD.
109900     IF OP-CKPT-RECORD = SPACES
110000         GO TO 5110-EXIT
110100     END-IF.
110200     MOVE SPACES TO WS-CK-LINE-FIELD WS-CK-HOST-FIELD
110300         WS-CK-IFACE-FIELD WS-CK-OUTCOME-FIELD.
110400     UNSTRING OP-CKPT-RECORD DELIMITED BY "|"
110500         INTO WS-CK-LINE-FIELD WS-CK-HOST-FIELD
110600              WS-CK-IFACE-FIELD WS-CK-OUTCOME-FIELD.
111000     IF WS-CK-LINE-FIELD IS NOT NUMERIC
111002         GO TO 5110-EXIT
111004     END-IF.
111006     IF WS-CK-OUTCOME-FIELD = SPACES
111008         MOVE "WRITTEN" TO WS-CK-OUTCOME-FIELD
111010     END-IF.
111012     MOVE WS-CK-LINE-FIELD TO WS-CK-LINE-NUM.
111014     PERFORM VARYING WS-CK-DONE-IX FROM 1 BY 1
111016             UNTIL WS-CK-DONE-IX > WS-CK-DONE-COUNT
111018         IF WS-CK-DONE-LINES(WS-CK-DONE-IX) = WS-CK-LINE-NUM
111020             MOVE WS-CK-OUTCOME-FIELD
111022                 TO WS-CK-DONE-OUTCOMES(WS-CK-DONE-IX)
111024             GO TO 5110-EXIT
111026         END-IF
111028     END-PERFORM.
111030     IF WS-CK-DONE-COUNT >= 600
111032         GO TO 5110-EXIT
111034     END-IF.
111036     ADD 1 TO WS-CK-DONE-COUNT.
111038     MOVE WS-CK-LINE-NUM TO WS-CK-DONE-LINES(WS-CK-DONE-COUNT).
111040     MOVE WS-CK-OUTCOME-FIELD
111042         TO WS-CK-DONE-OUTCOMES(WS-CK-DONE-COUNT).
111100 5110-EXIT.
111200     EXIT.
111205
111210***************************************************************
111215* 5120-TALLY-ONE-HOST - one batch line as it last stood: done,  *
111220*     and still waiting on its deployment unless DEPLOYED       *
111225***************************************************************
111230 5120-TALLY-ONE-HOST.
111235     ADD 1 TO WS-CK-HOSTS.
111240     IF WS-CK-DONE-OUTCOMES(WS-CK-DONE-IX) NOT = "DEPLOYED"
111245         ADD 1 TO WS-CK-WRITTEN
111250     END-IF.
111255 5120-EXIT.
111260     EXIT.
111300
111400***************************************************************
111500* 6000-SCAN-DNS-BATCHES - section 6: batches still SENT longer  *
111600*     than the deadline, aged the way DnsFeedMaint -report      *
111700*     ages them; no control file means no batch was ever cut    *
111800***************************************************************
111900 6000-SCAN-DNS-BATCHES.
112000     OPEN INPUT DN-CONTROL-FILE.
112100     IF WS-CONTROL-STATUS = "35"
112200         GO TO 6000-EXIT
112300     END-IF.
112400     IF WS-CONTROL-STATUS NOT = "00"
112500         MOVE SPACES TO WS-SEC-NOTE(6)
112600         STRING "batch control file " DELIMITED BY SIZE
112700             WS-CONTROL-PATH DELIMITED BY SPACE
112800             " not readable, status " DELIMITED BY SIZE
112900             WS-CONTROL-STATUS DELIMITED BY SIZE
113000             INTO WS-SEC-NOTE(6)
113100         MOVE 6 TO WS-SEC-IX
113200         MOVE "AMBER" TO WS-NEW-RAG
113300         PERFORM 8950-RAISE-RAG THRU 8950-EXIT
113400         GO TO 6000-EXIT
113500     END-IF.
113600     PERFORM UNTIL WS-CONTROL-STATUS = "10"
113700         READ DN-CONTROL-FILE
113800             AT END
113900                 MOVE "10" TO WS-CONTROL-STATUS
114000             NOT AT END
114100                 IF DN-CONTROL-RECORD NOT = SPACES
114200                     PERFORM 6100-JUDGE-ONE-BATCH
114300                         THRU 6100-EXIT
114400                 END-IF
114500         END-READ
114600     END-PERFORM.
114700     CLOSE DN-CONTROL-FILE.
114800 6000-EXIT.
114900     EXIT.
115000
115100***************************************************************
115200* 6100-JUDGE-ONE-BATCH - a SENT batch older than the deadline   *
115300***************************************************************
115400 6100-JUDGE-ONE-BATCH.
115500     MOVE SPACES TO WS-BAT-ID WS-BAT-CREATED WS-BAT-RECS
115600         WS-BAT-ACK-STATUS WS-BAT-ACK-DATE.
115700     UNSTRING DN-CONTROL-RECORD DELIMITED BY "|"
115800         INTO WS-BAT-ID WS-BAT-CREATED WS-BAT-RECS
115900              WS-BAT-ACK-STATUS WS-BAT-ACK-DATE.
116000     IF WS-BAT-ACK-STATUS NOT = "SENT"
116100        OR WS-BAT-CREATED IS NOT NUMERIC
116200         GO TO 6100-EXIT
116300     END-IF.
116400     MOVE WS-BAT-CREATED TO WS-D2D-DATE.
116500     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
116600     IF WS-D2D-SERIAL > WS-D2D-TODAY
116700         GO TO 6100-EXIT
116800     END-IF.
116900     COMPUTE WS-ENTRY-AGE = WS-D2D-TODAY - WS-D2D-SERIAL.
117000     IF WS-ENTRY-AGE NOT > WS-ACK-DAYS
117100         GO TO 6100-EXIT
117200     END-IF.
117300     ADD 1 TO WS-SEC-COUNT(6).
117400     MOVE 6 TO WS-SEC-IX.
117500     MOVE "RED" TO WS-NEW-RAG.
117600     PERFORM 8950-RAISE-RAG THRU 8950-EXIT.
117700     MOVE WS-ENTRY-AGE TO WS-CNT-DISP.
117800     MOVE SPACES TO WS-DETAIL-TEXT.
117900     STRING WS-BAT-ID DELIMITED BY SPACE
118000         " cut " DELIMITED BY SIZE
118100         WS-BAT-CREATED DELIMITED BY SIZE
118200         ", " DELIMITED BY SIZE
118300         WS-BAT-RECS DELIMITED BY SPACE
118400         " record(s), unacknowledged" DELIMITED BY SIZE
118500         WS-CNT-DISP DELIMITED BY SIZE
118600         " day(s)" DELIMITED BY SIZE
118700         INTO WS-DETAIL-TEXT.
118800     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
118900 6100-EXIT.
119000     EXIT.
119100
119200***************************************************************
119300* 7000-CHECK-SUBNETS - section 7: percent full per v4 subnet    *
119400*     the way AllocMaint -report figures it, assigned plus      *
119500*     reserved plus quarantined over usable capacity            *
119600***************************************************************
119700 7000-CHECK-SUBNETS.
119800     OPEN INPUT AL-MASTER-FILE.
119900     IF WS-ALLOC-STATUS NOT = "00"
120000         MOVE SPACES TO WS-SEC-NOTE(7)
120100         STRING "no allocation master at " DELIMITED BY SIZE
120200             WS-ALLOC-PATH DELIMITED BY SPACE
120300             " - not checked" DELIMITED BY SIZE
120400             INTO WS-SEC-NOTE(7)
120500         MOVE 7 TO WS-SEC-IX
120600         MOVE "AMBER" TO WS-NEW-RAG
120700         PERFORM 8950-RAISE-RAG THRU 8950-EXIT
120800         GO TO 7000-EXIT
120900     END-IF.
121000     PERFORM 7050-LOAD-SUBNETS THRU 7050-EXIT.
121100     PERFORM 7100-COUNT-PER-SUBNET THRU 7100-EXIT.
121200     CLOSE AL-MASTER-FILE.
121300     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
121400             UNTIL WS-SUB-IX > WS-SUBNET-COUNT
121500         PERFORM 7200-JUDGE-ONE-SUBNET THRU 7200-EXIT
121600     END-PERFORM.
121700     IF WS-SUBNETS-SKIPPED > 0
121800         MOVE WS-SUBNETS-SKIPPED TO WS-CNT-DISP
121900         MOVE SPACES TO WS-SEC-NOTE(7)
122000         STRING "first 100 subnets checked," DELIMITED BY SIZE
122100             WS-CNT-DISP DELIMITED BY SIZE
122200             " more not checked" DELIMITED BY SIZE
122300             INTO WS-SEC-NOTE(7)
122400         MOVE 7 TO WS-SEC-IX
122500         MOVE "AMBER" TO WS-NEW-RAG
122600         PERFORM 8950-RAISE-RAG THRU 8950-EXIT
122700     END-IF.
122800 7000-EXIT.
122900     EXIT.
123000
123100***************************************************************
123200* 7050-LOAD-SUBNETS - the S records sort behind every A record, *
123300*     so one START positions on the first subnet and a short    *
123400*     sequential read collects them all                         *
123500***************************************************************
123600 7050-LOAD-SUBNETS.
123700     MOVE 0 TO WS-SUBNET-COUNT.
123800     MOVE "S" TO AM-REC-TYPE.
123900     MOVE SPACES TO AM-KEY-VALUE.
124000     START AL-MASTER-FILE KEY >= AM-KEY
124100         INVALID KEY
124200             GO TO 7050-EXIT
124300     END-START.
124400     PERFORM UNTIL WS-ALLOC-STATUS NOT = "00"
124500         READ AL-MASTER-FILE NEXT
124600             AT END
124700                 MOVE "10" TO WS-ALLOC-STATUS
124800             NOT AT END
124900                 IF AM-REC-TYPE NOT = "S"
125000                     MOVE "10" TO WS-ALLOC-STATUS
125100                 ELSE
125200                     IF WS-SUBNET-COUNT >= 100
125300                         ADD 1 TO WS-SUBNETS-SKIPPED
125400                     ELSE
125500                         ADD 1 TO WS-SUBNET-COUNT
125600                         MOVE AM-KEY-VALUE
125700                             TO WS-SUB-NET(WS-SUBNET-COUNT)
125800                         MOVE 0 TO WS-SUB-HELD(WS-SUBNET-COUNT)
125900                     END-IF
126000                 END-IF
126100         END-READ
126200     END-PERFORM.
126300     MOVE "00" TO WS-ALLOC-STATUS.
126400 7050-EXIT.
126500     EXIT.
126600
126700***************************************************************
126800* 7100-COUNT-PER-SUBNET - usable capacity from every v4         *
126900*     subnet's prefix, then one pass over the A records; a v6   *
127000*     subnet is left at capacity 0, "not projected", as         *
127100*     AllocMaint leaves it                                      *
127200***************************************************************
127300 7100-COUNT-PER-SUBNET.
127400     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
127500             UNTIL WS-SUB-IX > WS-SUBNET-COUNT
127600         MOVE SPACES TO WS-NET-ADDR-PART WS-NET-PREFIX-PART
127700         MOVE 0 TO WS-NET-PREFIX
127800         UNSTRING WS-SUB-NET(WS-SUB-IX) DELIMITED BY "/"
127900             INTO WS-NET-ADDR-PART WS-NET-PREFIX-PART
128000         MOVE 0 TO WS-TRAIL-CNT
128100         INSPECT WS-NET-PREFIX-PART TALLYING WS-TRAIL-CNT
128200             FOR TRAILING SPACE
128300         IF WS-TRAIL-CNT < 3 AND
128400            WS-NET-PREFIX-PART(1:3 - WS-TRAIL-CNT) IS NUMERIC
128500             MOVE WS-NET-PREFIX-PART TO WS-NET-PREFIX
128600         END-IF
128700         MOVE 0 TO WS-COLON-COUNT
128800         INSPECT WS-SUB-NET(WS-SUB-IX) TALLYING WS-COLON-COUNT
128900             FOR ALL ":"
129000         IF WS-COLON-COUNT = 0
129100            AND WS-NET-PREFIX > 0 AND WS-NET-PREFIX < 32
129200             COMPUTE WS-SUB-CAPACITY(WS-SUB-IX) =
129300                 2 ** (32 - WS-NET-PREFIX) - 2
129400         ELSE
129500             MOVE 0 TO WS-SUB-CAPACITY(WS-SUB-IX)
129600         END-IF
129700     END-PERFORM.
129800     MOVE "A" TO AM-REC-TYPE.
129900     MOVE SPACES TO AM-KEY-VALUE.
130000     START AL-MASTER-FILE KEY >= AM-KEY
130100         INVALID KEY
130200             GO TO 7100-EXIT
130300     END-START.
130400     PERFORM UNTIL WS-ALLOC-STATUS NOT = "00"
130500         READ AL-MASTER-FILE NEXT
130600             AT END
130700                 MOVE "10" TO WS-ALLOC-STATUS
130800             NOT AT END
130900                 IF AM-REC-TYPE = "A"
131000                     PERFORM 7110-TALLY-ONE-ADDR
131100                         THRU 7110-EXIT
131200                 ELSE
131300                     MOVE "10" TO WS-ALLOC-STATUS
131400                 END-IF
131500         END-READ
131600     END-PERFORM.
131700     MOVE "00" TO WS-ALLOC-STATUS.
131800 7100-EXIT.
131900     EXIT.
132000
132100***************************************************************
132200* 7110-TALLY-ONE-ADDR - an A record that cannot be handed out   *
132300*     (ASSIGNED, RESERVED or QUARANT) counts against every v4   *
132400*     subnet it falls in                                        *
132500***************************************************************
132600 7110-TALLY-ONE-ADDR.
132700     IF AM-STATUS NOT = "ASSIGNED"
132800        AND AM-STATUS NOT = "RESERVED"
132900        AND AM-STATUS NOT = "QUARANT"
133000         GO TO 7110-EXIT
133100     END-IF.
133200     PERFORM VARYING WS-JX FROM 1 BY 1
133300             UNTIL WS-JX > WS-SUBNET-COUNT
133400         IF WS-SUB-CAPACITY(WS-JX) > 0
133500             MOVE "4" TO WS-VA-FAMILY
133600             MOVE "Y" TO WS-VA-REQUIRE-PREFIX
133700             MOVE AM-KEY-VALUE TO WS-VA-SUBNET-CHECK
133800             CALL "ValidateIPAddr" USING WS-SUB-NET(WS-JX)
133900                 WS-VA-FAMILY WS-VA-REQUIRE-PREFIX
134000                 WS-VA-SUBNET-CHECK WS-VA-VALID
134100             IF WS-VA-IS-VALID
134200                 ADD 1 TO WS-SUB-HELD(WS-JX)
134300             END-IF
134400         END-IF
134500     END-PERFORM.
134600 7110-EXIT.
134700     EXIT.
134800
134900***************************************************************
135000* 7200-JUDGE-ONE-SUBNET - AMBER at the threshold, RED when      *
135100*     nothing is left to hand out                               *
135200***************************************************************
135300 7200-JUDGE-ONE-SUBNET.
135400     IF WS-SUB-CAPACITY(WS-SUB-IX) = 0
135500         GO TO 7200-EXIT
135600     END-IF.
135700     COMPUTE WS-PCT-FULL =
135800         (WS-SUB-HELD(WS-SUB-IX) * 100)
135900         / WS-SUB-CAPACITY(WS-SUB-IX).
136000     IF WS-PCT-FULL < WS-THRESHOLD-PCT
136100         GO TO 7200-EXIT
136200     END-IF.
136300     IF WS-SUB-HELD(WS-SUB-IX) < WS-SUB-CAPACITY(WS-SUB-IX)
136400         COMPUTE WS-SUB-FREE = WS-SUB-CAPACITY(WS-SUB-IX)
136500             - WS-SUB-HELD(WS-SUB-IX)
136600         MOVE "AMBER" TO WS-NEW-RAG
136700     ELSE
136800         MOVE 0 TO WS-SUB-FREE
136900         MOVE "RED" TO WS-NEW-RAG
137000     END-IF.
137100     ADD 1 TO WS-SEC-COUNT(7).
137200     MOVE 7 TO WS-SEC-IX.
137300     PERFORM 8950-RAISE-RAG THRU 8950-EXIT.
137400     MOVE WS-PCT-FULL TO WS-PCT-DISP.
137500     MOVE WS-SUB-FREE TO WS-FREE-DISP.
137600     MOVE WS-SUB-CAPACITY(WS-SUB-IX) TO WS-CAP-DISP.
137700     MOVE SPACES TO WS-DETAIL-TEXT.
137800     STRING WS-SUB-NET(WS-SUB-IX) DELIMITED BY SPACE
137900         " " DELIMITED BY SIZE
138000         WS-PCT-DISP DELIMITED BY SIZE
138100         "% full, free" DELIMITED BY SIZE
138200         WS-FREE-DISP DELIMITED BY SIZE
138300         " of" DELIMITED BY SIZE
138400         WS-CAP-DISP DELIMITED BY SIZE
138500         INTO WS-DETAIL-TEXT.
138600     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
138700 7200-EXIT.
138800     EXIT.
138900
139000***************************************************************
139100* 8000-PRINT-REPORT - the page: heading, then each section's    *
139200*     count and status with its detail lines, then the overall  *
139300*     status cron pages on                                      *
139400***************************************************************
139500 8000-PRINT-REPORT.
139600     PERFORM 8050-LIST-PUSHES THRU 8050-EXIT.
139700     DISPLAY "Operations exceptions report - " WS-MY-HOSTNAME.
139800     IF WS-DATE-GIVEN
139900         DISPLAY "  day " WS-RUN-DATE
140000     ELSE
140100         DISPLAY "  last 24 hours, " WS-WIN-FROM(1:13) " to "
140200             WS-WIN-TO(1:13)
140300     END-IF.
140400     MOVE WS-ACK-DAYS TO WS-DAYS-DISP.
140500     MOVE WS-THRESHOLD-PCT TO WS-PCT-DISP.
140600     DISPLAY "  DNS acknowledgment deadline" WS-DAYS-DISP
140700         " day(s), subnet threshold" WS-PCT-DISP "%".
140800     DISPLAY "  sections 5 to 7 as they stand at " WS-STAMP(1:13).
140900     DISPLAY " ".
141000     PERFORM VARYING WS-SEC-IX FROM 1 BY 1 UNTIL WS-SEC-IX > 7
141100         PERFORM 8100-PRINT-ONE-SECTION THRU 8100-EXIT
141200         IF WS-SEC-RAG(WS-SEC-IX) = "RED"
141300             MOVE "RED" TO WS-OVERALL-RAG
141400         END-IF
141500         IF WS-SEC-RAG(WS-SEC-IX) = "AMBER"
141600            AND WS-OVERALL-RAG = "GREEN"
141700             MOVE "AMBER" TO WS-OVERALL-RAG
141800         END-IF
141900     END-PERFORM.
142000     DISPLAY " ".
142100     DISPLAY "Overall status: " WS-OVERALL-RAG.
142200 8000-EXIT.
142300     EXIT.
142400
142500***************************************************************
142600* 8050-LIST-PUSHES - section 1's detail: the count per driver,  *
142700*     then per operator                                         *
142800***************************************************************
142900 8050-LIST-PUSHES.
143000     MOVE 1 TO WS-SEC-IX.
143100     MOVE WS-DRV-SINGLE TO WS-CNT-DISP.
143200     MOVE SPACES TO WS-DETAIL-TEXT.
143300     STRING "SetStaticIP          " WS-CNT-DISP DELIMITED BY SIZE
143400         INTO WS-DETAIL-TEXT.
143500     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
143600     MOVE WS-DRV-BATCH TO WS-CNT-DISP.
143700     MOVE SPACES TO WS-DETAIL-TEXT.
143800     STRING "SetStaticIPBatch     " WS-CNT-DISP DELIMITED BY SIZE
143900         INTO WS-DETAIL-TEXT.
144000     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
144100     MOVE WS-DRV-CHGEXEC TO WS-CNT-DISP.
144200     MOVE SPACES TO WS-DETAIL-TEXT.
144300     STRING "ChangeExec           " WS-CNT-DISP DELIMITED BY SIZE
144400         INTO WS-DETAIL-TEXT.
144500     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
144600     MOVE WS-DRV-ONBOARD TO WS-CNT-DISP.
144700     MOVE SPACES TO WS-DETAIL-TEXT.
144800     STRING "OnboardHosts         " WS-CNT-DISP DELIMITED BY SIZE
144900         INTO WS-DETAIL-TEXT.
145000     PERFORM 8900-ADD-DETAIL THRU 8900-EXIT.
145100     PERFORM VARYING WS-OPER-IX FROM 1 BY 1
145200             UNTIL WS-OPER-IX > WS-OPER-COUNT
145300         MOVE WS-OPER-PUSHES(WS-OPER-IX) TO WS-CNT-DISP
145400         MOVE SPACES TO WS-DETAIL-TEXT
145500         STRING "operator " DELIMITED BY SIZE
145600             WS-OPER-NAME(WS-OPER-IX) DELIMITED BY SIZE
145700             WS-CNT-DISP DELIMITED BY SIZE
145800             INTO WS-DETAIL-TEXT
145900         PERFORM 8900-ADD-DETAIL THRU 8900-EXIT
146000     END-PERFORM.
146100     IF WS-OPER-OTHER > 0
146200         MOVE WS-OPER-OTHER TO WS-CNT-DISP
146300         MOVE SPACES TO WS-DETAIL-TEXT
146400         STRING "other operators      " WS-CNT-DISP
146500             DELIMITED BY SIZE
146600             INTO WS-DETAIL-TEXT
146700         PERFORM 8900-ADD-DETAIL THRU 8900-EXIT
146800     END-IF.
146900 8050-EXIT.
147000     EXIT.
147100
147200***************************************************************
147300* 8100-PRINT-ONE-SECTION - the count and status line, any       *
147400*     note, the detail lines, and how many did not fit          *
147500***************************************************************
147600 8100-PRINT-ONE-SECTION.
147700     MOVE WS-SEC-IX TO WS-SEC-NUM-DISP.
147800     MOVE WS-SEC-COUNT(WS-SEC-IX) TO WS-CNT-DISP.
147900     DISPLAY WS-SEC-NUM-DISP ". " WS-SEC-TITLE(WS-SEC-IX)
148000         WS-CNT-DISP "  " WS-SEC-RAG(WS-SEC-IX).
148100     IF WS-SEC-NOTE(WS-SEC-IX) NOT = SPACES
148200         DISPLAY "     NOTE: " WS-SEC-NOTE(WS-SEC-IX)
148300     END-IF.
148400     PERFORM VARYING WS-DTL-IX FROM 1 BY 1
148500             UNTIL WS-DTL-IX > WS-DETAIL-COUNT
148600         IF WS-DTL-SEC(WS-DTL-IX) = WS-SEC-IX
148700             DISPLAY "     " WS-DTL-TEXT(WS-DTL-IX)
148800         END-IF
148900     END-PERFORM.
149000     IF WS-SEC-UNLISTED(WS-SEC-IX) > 0
149100         MOVE WS-SEC-UNLISTED(WS-SEC-IX) TO WS-CNT-DISP
149200         DISPLAY "     ..." WS-CNT-DISP " more not listed"
149300     END-IF.
149400 8100-EXIT.
149500     EXIT.
149600
149700***************************************************************
149800* 8900-ADD-DETAIL - WS-DETAIL-TEXT under section WS-SEC-IX;     *
149900*     past the per-section limit it is only counted, so one     *
150000*     noisy section cannot push the rest off the page           *
150100***************************************************************
150200 8900-ADD-DETAIL.
150300     IF WS-SEC-LISTED(WS-SEC-IX) >= WS-SEC-MAX-LISTED
150400        OR WS-DETAIL-COUNT >= 280
150500         ADD 1 TO WS-SEC-UNLISTED(WS-SEC-IX)
150600         GO TO 8900-EXIT
150700     END-IF.
150800     ADD 1 TO WS-SEC-LISTED(WS-SEC-IX).
150900     ADD 1 TO WS-DETAIL-COUNT.
151000     MOVE WS-SEC-IX TO WS-DTL-SEC(WS-DETAIL-COUNT).
151100     MOVE WS-DETAIL-TEXT TO WS-DTL-TEXT(WS-DETAIL-COUNT).
151200 8900-EXIT.
151300     EXIT.
151400
151500***************************************************************
151600* 8950-RAISE-RAG - section WS-SEC-IX to WS-NEW-RAG, never down  *
151700***************************************************************
151800 8950-RAISE-RAG.
151900     IF WS-NEW-RAG = "RED"
152000         MOVE "RED" TO WS-SEC-RAG(WS-SEC-IX)
152100         GO TO 8950-EXIT
152200     END-IF.
152300     IF WS-NEW-RAG = "AMBER"
152400        AND WS-SEC-RAG(WS-SEC-IX) = "GREEN"
152500         MOVE "AMBER" TO WS-SEC-RAG(WS-SEC-IX)
152600     END-IF.
152700 8950-EXIT.
152800     EXIT.
152900
153000***************************************************************
153100* 9100-DATE-TO-SERIAL - yyyymmdd to a day count, close enough   *
153200*     for age arithmetic                                        *
153300***************************************************************
153400 9100-DATE-TO-SERIAL.
153500     MOVE WS-D2D-DATE(1:4) TO WS-D2D-YEAR.
153600     MOVE WS-D2D-DATE(5:2) TO WS-D2D-MONTH.
153700     MOVE WS-D2D-DATE(7:2) TO WS-D2D-DAY.
153800     IF WS-D2D-MONTH < 1 OR WS-D2D-MONTH > 12
153900         MOVE 1 TO WS-D2D-MONTH
154000     END-IF.
154100     COMPUTE WS-D2D-SERIAL =
154200         WS-D2D-YEAR * 365
154300         + WS-D2D-YEAR / 4
154400         - WS-D2D-YEAR / 100
154500         + WS-D2D-YEAR / 400
154600         + WS-MONTH-OFFSET(WS-D2D-MONTH)
154700         + WS-D2D-DAY.
154800 9100-EXIT.
154900     EXIT.
155000
155100 END PROGRAM OpsReport.
