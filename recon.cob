000100***************************************************************
000200*                                                                *
000300*  PROGRAM      : RECON.CBL                                      *
000400*  PROGRAM-ID   : ChangeRecon                                    *
000500*  AUTHOR       : T. Kowalczyk, Network Systems Group            *
000600*  INSTALLATION : Data Center Operations                         *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  PURPOSE.                                                      *
001000*      Nightly three-way reconciliation.  Every address change   *
001100*      is recorded three times - the change log WriteAudit       *
001200*      appends to, the ASSIGNED/FREE records CheckAllocation     *
001300*      keeps in the allocation master, and the nsupdate          *
001400*      statements WriteDnsChange feeds into the DnsFeedMaint     *
001500*      batches - and nothing else proves the three agree.        *
001600*      This run takes one day's pushes from the change log       *
001700*      (the monthly archive as well as the live log) and for     *
001800*      each one confirms that                                    *
001900*        - the new address is ASSIGNED to that hostname:         *
002000*          interface in the allocation master, and the old       *
002100*          address is no longer held by it;                      *
002200*        - the matching "update add" (and, when an address       *
002300*          was replaced, "update delete") A statements sit in    *
002400*          a DNS batch on dns-batch-control.dat, or are still    *
002500*          waiting in the live feed;                             *
002600*        - that batch was ACKED within the agreed number of      *
002700*          days of the push.                                     *
002800*      The output is one exceptions report with control          *
002900*      totals per source, so audit signs off one document        *
003000*      instead of three reports.                                 *
003100*                                                                *
003200*  USAGE.                                                        *
003300*      ChangeRecon [-date <yyyymmdd>] [-days <n>] [-log <path>]  *
003400*                                                                *
003500*      -date picks the day to reconcile; the default is          *
003600*      yesterday, the day the nightly run has just closed.       *
003700*      -days is the acknowledgment deadline for the DNS          *
003800*      batches (default 2): a batch still SENT, or a feed        *
003900*      not yet extracted, inside the deadline is counted as      *
004000*      pending, not as an exception.  -log reads a change        *
004100*      log other than the live one, without the archives.        *
004200*                                                                *
004300*      A push tagged with the bare interface name (the           *
004400*      single-host driver and RollbackNetplan) belongs to        *
004500*      this box; a "hostname:interface" tag (the batch           *
004600*      driver, ChangeExec, OnboardHosts) names its host.  A      *
004700*      push reverted by the post-apply check never reached       *
004800*      the master or the feed and is not reconciled; a push      *
004900*      replaced by a later one the same day is checked           *
005000*      against DNS only.  Host adoptions (OnboardHosts tags      *
005100*      them "onboard:hostname:interface") changed no address     *
005200*      and are checked against the master only.  The change log  *
005300*      carries the IPv4 side of a push, so the checks are        *
005400*      IPv4.                                                     *
005500*                                                                *
005600*      Return code 0 is a clean day, 8 means exceptions were     *
005700*      reported, 16 means the run could not complete.            *
005800*                                                                *
005900*  MODIFICATION HISTORY.                                         *
006000*      2026-10-15  TJK  Initial version.                         *
006020*      2026-10-15  TJK  Host adoptions known by the "onboard:"   *
006040*                       tag, not the ticket; a missing old       *
006060*                       address read as blank, not "(none)".     *
006100*                                                                *
006200***************************************************************
006300 IDENTIFICATION DIVISION.
006400 PROGRAM-ID. ChangeRecon.
006500 AUTHOR. T. Kowalczyk.
006600 INSTALLATION. Data Center Operations.
006700 DATE-WRITTEN. 2026-10-15.
006800 DATE-COMPILED. 2026-10-15.
006900
007000 ENVIRONMENT DIVISION.
007100 INPUT-OUTPUT SECTION.
007200 FILE-CONTROL.
007300     SELECT RC-LOG-FILE ASSIGN DYNAMIC WS-LOG-PATH
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-LOG-STATUS.
007600     SELECT AL-MASTER-FILE ASSIGN DYNAMIC WS-ALLOC-PATH
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS AM-KEY
008000         LOCK MODE IS AUTOMATIC
008100         SHARING WITH ALL OTHER
008200         FILE STATUS IS WS-ALLOC-STATUS.
008300     SELECT DN-CONTROL-FILE ASSIGN DYNAMIC WS-CONTROL-PATH
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-CONTROL-STATUS.
008600     SELECT DN-BATCH-FILE ASSIGN DYNAMIC WS-BATCH-PATH
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-BATCH-STATUS.
008900     SELECT HostProbeFile ASSIGN DYNAMIC WS-HOSTPROBE-PATH
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-HOSTPROBE-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  RC-LOG-FILE.
009600 01  RC-LOG-RECORD             PIC X(300).
009700
009800 FD  AL-MASTER-FILE.
009900 COPY "allocrec.cpy".
010000
010100 FD  DN-CONTROL-FILE.
010200 01  DN-CONTROL-RECORD         PIC X(80).
010300
010400 FD  DN-BATCH-FILE.
010500 01  DN-BATCH-RECORD           PIC X(160).
010600
010700 FD  HostProbeFile.
010800 01  HostProbeRecord           PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-LOG-STATUS             PIC X(02).
011200 01  WS-ALLOC-STATUS           PIC X(02).
011300 01  WS-CONTROL-STATUS         PIC X(02).
011400 01  WS-BATCH-STATUS           PIC X(02).
011500 01  WS-HOSTPROBE-STATUS       PIC X(02).
011600
011700 01  WS-LOG-PATH               PIC X(100)
011800     VALUE "/etc/netplan/static-ip-changes.log".
011900 01  WS-LIVE-PATH-SAVE         PIC X(100).
012000 01  WS-ARCH-DIR               PIC X(100)
012100     VALUE "/etc/netplan/archive/".
012200 01  WS-ALLOC-PATH             PIC X(100)
012300     VALUE "/etc/netplan/ip-allocations.idx".
012400 01  WS-CONTROL-PATH           PIC X(100)
012500     VALUE "/etc/netplan/dns-batch-control.dat".
012600 01  WS-BATCH-DIR              PIC X(100)
012700     VALUE "/etc/netplan/dns-batches/".
012800 01  WS-FEED-PATH              PIC X(100)
012900     VALUE "/etc/netplan/dns-changes.dat".
013000 01  WS-BATCH-PATH             PIC X(130).
013100 01  WS-HOSTPROBE-PATH         PIC X(60).
013200 01  WS-COMMAND-LINE           PIC X(150).
013300
013400 01  WS-ARGCOUNT               PIC 9(02) COMP VALUE 0.
013500 01  WS-ARG-IX                 PIC 9(02) COMP.
013600 01  WS-ARG-TEXT               PIC X(100).
013700 01  WS-TRAIL-CNT              PIC 9(02) COMP.
013800 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
013900     88  WS-ABORT                       VALUE "Y".
014000 01  WS-LOG-OVERRIDE-SWITCH    PIC X(01) VALUE "N".
014100     88  WS-LOG-OVERRIDDEN              VALUE "Y".
014200 01  WS-NO-MASTER-SWITCH       PIC X(01) VALUE "N".
014300     88  WS-NO-MASTER                   VALUE "Y".
014400
014500 01  WS-RUN-DATE               PIC 9(08) VALUE 0.
014600 01  WS-ACK-DAYS               PIC 9(03) VALUE 2.
014700 01  WS-TODAY-DATE8            PIC 9(08).
014800 01  WS-RUN-MONTH              PIC 9(06).
014900 01  WS-CUR-MONTH              PIC 9(06).
015000 01  WS-MY-HOSTNAME            PIC X(30) VALUE SPACES.
015100 01  WS-DATE8                  PIC 9(08).
015200 01  WS-TIME8                  PIC 9(08).
015300 01  WS-STAMP                  PIC X(17).
015500
015600*    One change-log record, split
015700 01  WS-LINE-STAMP             PIC X(17).
015800 01  WS-LINE-OPERATOR          PIC X(20).
015900 01  WS-LINE-TAG               PIC X(51).
016000 01  WS-LINE-OLD-IP-FLD        PIC X(60).
016100 01  WS-LINE-OLD-GW-FLD        PIC X(60).
016200 01  WS-LINE-NEW-IP-FLD        PIC X(60).
016300 01  WS-LINE-NEW-GW-FLD        PIC X(60).
016400 01  WS-LINE-TICKET-FLD        PIC X(30).
016500 01  WS-LINE-TICKET            PIC X(20).
016600 01  WS-LINE-OLD-IP            PIC X(45).
016700 01  WS-LINE-NEW-IP            PIC X(45).
016800 01  WS-LINE-REST              PIC X(51).
016900 01  WS-LINE-HOST              PIC X(30).
017000 01  WS-LINE-IFACE             PIC X(20).
017100 01  WS-LINE-DATE              PIC 9(08).
017200 01  WS-LINE-GOOD-SWITCH       PIC X(01).
017300     88  WS-LINE-GOOD                   VALUE "Y".
017400 01  WS-LINE-KIND              PIC X(01).
017500     88  WS-LINE-PUSH                   VALUE "P".
017600     88  WS-LINE-REVERT                 VALUE "V".
017700     88  WS-LINE-ROLLBACK               VALUE "R".
017800     88  WS-LINE-OTHER                  VALUE "O".
017850     88  WS-LINE-ADOPT                  VALUE "B".
017900 01  WS-COLON-COUNT            PIC 9(02) COMP.
018000
018100*    Monthly-archive reading, the StaticIPReport way
018200 01  WS-ARCH-GOOD-COUNT        PIC 9(06).
018300 01  WS-TRAILER-SWITCH         PIC X(01).
018400     88  WS-TRAILER-SEEN                VALUE "Y".
018500 01  WS-TRL-TAG                PIC X(08).
018600 01  WS-TRL-COUNT-FLD          PIC X(06).
018700 01  WS-TRL-COUNT              PIC 9(06).
018800 01  WS-TRL-TRAIL-CNT          PIC 9(02) COMP.
018900
019000*    The day's pushes.  State A = to reconcile, S = replaced by
019100*    a later push the same day, V = reverted, N = no IPv4 side
019200 01  WS-PUSH-COUNT             PIC 9(03) COMP VALUE 0.
019300 01  WS-PUSH-TABLE.
019400     05  WS-PU                 OCCURS 500 TIMES.
019500         10  WS-PU-STAMP       PIC X(17).
019600         10  WS-PU-HOST        PIC X(30).
019700         10  WS-PU-IFACE       PIC X(20).
019800         10  WS-PU-OWNER       PIC X(31).
019900         10  WS-PU-KIND        PIC X(01).
020000         10  WS-PU-OLD-IP      PIC X(45).
020100         10  WS-PU-NEW-IP      PIC X(45).
020200         10  WS-PU-TICKET      PIC X(20).
020300         10  WS-PU-STATE       PIC X(01).
020400         10  WS-PU-ADD-BATCH   PIC X(10).
020500         10  WS-PU-DEL-BATCH   PIC X(10).
020600 01  WS-PU-IX                  PIC 9(03) COMP.
020700 01  WS-FOUND-IX               PIC 9(03) COMP.
020800
020900*    DNS batch control records, the DnsFeedMaint layout
021000 01  WS-BATCH-COUNT            PIC 9(03) COMP VALUE 0.
021100 01  WS-BATCH-TABLE.
021200     05  WS-BAT                OCCURS 300 TIMES.
021300         10  WS-BAT-ID         PIC X(10).
021400         10  WS-BAT-CREATED    PIC X(08).
021500         10  WS-BAT-RECS       PIC X(06).
021600         10  WS-BAT-ACK-STATUS PIC X(05).
021700         10  WS-BAT-ACK-DATE   PIC X(08).
021800 01  WS-BAT-IX                 PIC 9(03) COMP.
021900 01  WS-CUR-BATCH-ID           PIC X(10).
022000 01  WS-JUDGE-BATCH            PIC X(10).
022100 01  WS-FILE-RECS              PIC 9(06).
022200 01  WS-BAT-RECS-NUM           PIC 9(06).
022300 01  WS-TRL-SEEN-SWITCH        PIC X(01).
022400     88  WS-TRL-SEEN                    VALUE "Y".
022500
022600*    One nsupdate statement, split on spaces
022700 01  WS-ST-VERB                PIC X(10).
022800 01  WS-ST-OP                  PIC X(10).
022900 01  WS-ST-W3                  PIC X(80).
023000 01  WS-ST-W4                  PIC X(45).
023100 01  WS-ST-W5                  PIC X(45).
023200 01  WS-ST-W6                  PIC X(45).
023300
023400*    Per-push verdicts and the exception line
023500 01  WS-HOLDER                 PIC X(51).
023600 01  WS-QUERY-ADDR             PIC X(45).
023700 01  WS-FOUND-SWITCH           PIC X(01).
023800     88  WS-REC-FOUND                   VALUE "Y".
023900 01  WS-PUSH-EXC-SWITCH        PIC X(01).
024000     88  WS-PUSH-EXCEPTED               VALUE "Y".
024100 01  WS-PENDING-SWITCH         PIC X(01).
024200     88  WS-PUSH-PENDING                VALUE "Y".
024300 01  WS-EXC-SOURCE             PIC X(06).
024400 01  WS-EXC-TEXT               PIC X(90).
024500 01  WS-DAYS-DISP              PIC ZZ9.
024600
024700*    Control totals
024800 01  WS-LOG-DAY-COUNT          PIC 9(05) VALUE 0.
024900 01  WS-LOG-OTHER-COUNT        PIC 9(05) VALUE 0.
025000 01  WS-LOG-EXCEPTIONS         PIC 9(05) VALUE 0.
025100 01  WS-PUSH-TOTAL             PIC 9(05) VALUE 0.
025200 01  WS-REVERTED-COUNT         PIC 9(05) VALUE 0.
025300 01  WS-SUPERSEDED-COUNT       PIC 9(05) VALUE 0.
025400 01  WS-NOV4-COUNT             PIC 9(05) VALUE 0.
025500 01  WS-AM-CHECKED             PIC 9(05) VALUE 0.
025600 01  WS-AM-AGREED              PIC 9(05) VALUE 0.
025700 01  WS-AM-EXCEPTIONS          PIC 9(05) VALUE 0.
025800 01  WS-DN-BATCHES             PIC 9(05) VALUE 0.
025900 01  WS-DN-STATEMENTS          PIC 9(05) VALUE 0.
026000 01  WS-DN-CHECKED             PIC 9(05) VALUE 0.
026100 01  WS-DN-ONBOARD             PIC 9(05) VALUE 0.
026200 01  WS-DN-AGREED              PIC 9(05) VALUE 0.
026300 01  WS-DN-PENDING             PIC 9(05) VALUE 0.
026400 01  WS-DN-EXCEPTIONS          PIC 9(05) VALUE 0.
026500 01  WS-EXCEPTION-COUNT        PIC 9(05) VALUE 0.
026600
026700*    Age arithmetic, the way DnsFeedMaint ages its batches
026800 01  WS-ENTRY-AGE              PIC 9(09) COMP.
026900 01  WS-D2D-DATE               PIC 9(08).
027000 01  WS-D2D-YEAR               PIC 9(04).
027100 01  WS-D2D-MONTH              PIC 9(02).
027200 01  WS-D2D-DAY                PIC 9(02).
027300 01  WS-D2D-SERIAL             PIC 9(09) COMP.
027400 01  WS-D2D-TODAY              PIC 9(09) COMP.
027500 01  WS-D2D-RUN                PIC 9(09) COMP.
027600 01  WS-MONTH-OFFSETS.
027700     05  FILLER                PIC 9(03) VALUE 000.
027800     05  FILLER                PIC 9(03) VALUE 031.
027900     05  FILLER                PIC 9(03) VALUE 059.
028000     05  FILLER                PIC 9(03) VALUE 090.
028100     05  FILLER                PIC 9(03) VALUE 120.
028200     05  FILLER                PIC 9(03) VALUE 151.
028300     05  FILLER                PIC 9(03) VALUE 181.
028400     05  FILLER                PIC 9(03) VALUE 212.
028500     05  FILLER                PIC 9(03) VALUE 243.
028600     05  FILLER                PIC 9(03) VALUE 273.
028700     05  FILLER                PIC 9(03) VALUE 304.
028800     05  FILLER                PIC 9(03) VALUE 334.
028900 01  WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSETS.
029000     05  WS-MONTH-OFFSET       OCCURS 12 TIMES
029100                               PIC 9(03).
029200 01  WS-MONTH-LENGTHS.
029300     05  FILLER                PIC 9(02) VALUE 31.
029400     05  FILLER                PIC 9(02) VALUE 28.
029500     05  FILLER                PIC 9(02) VALUE 31.
029600     05  FILLER                PIC 9(02) VALUE 30.
029700     05  FILLER                PIC 9(02) VALUE 31.
029800     05  FILLER                PIC 9(02) VALUE 30.
029900     05  FILLER                PIC 9(02) VALUE 31.
030000     05  FILLER                PIC 9(02) VALUE 31.
030100     05  FILLER                PIC 9(02) VALUE 30.
030200     05  FILLER                PIC 9(02) VALUE 31.
030300     05  FILLER                PIC 9(02) VALUE 30.
030400     05  FILLER                PIC 9(02) VALUE 31.
030500 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
030600     05  WS-MONTH-LENGTH       OCCURS 12 TIMES
030700                               PIC 9(02).
030800 01  WS-LEAP-REM               PIC 9(03) COMP.
030900
031000 PROCEDURE DIVISION.
031100
031200***************************************************************
031300* 0000-MAINLINE                                                 *
031400***************************************************************
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031700     PERFORM 2000-PARSE-ARGUMENTS THRU 2000-EXIT.
031800     IF WS-ABORT
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 0000-EXIT
032100     END-IF.
032200     PERFORM 1100-GET-HOSTNAME THRU 1100-EXIT.
032300     MOVE WS-ACK-DAYS TO WS-DAYS-DISP.
032400     DISPLAY "Change reconciliation for " WS-RUN-DATE
032500         " (DNS acknowledgment deadline" WS-DAYS-DISP
032600         " day(s))".
032700     DISPLAY "Exceptions:".
032800     PERFORM 3000-READ-CHANGE-LOG THRU 3000-EXIT.
032900     IF WS-ABORT
033000         MOVE 16 TO RETURN-CODE
033100         GO TO 0000-EXIT
033200     END-IF.
033300     PERFORM 4000-CHECK-MASTER THRU 4000-EXIT.
033400     PERFORM 5000-LOAD-CONTROL THRU 5000-EXIT.
033500     IF WS-ABORT
033600         MOVE 16 TO RETURN-CODE
033700         GO TO 0000-EXIT
033800     END-IF.
033900     PERFORM 5100-SCAN-DNS-FILES THRU 5100-EXIT.
034000     PERFORM 6000-CHECK-DNS THRU 6000-EXIT.
034100     PERFORM 9000-REPORT-TOTALS THRU 9000-EXIT.
034200     IF WS-EXCEPTION-COUNT > 0
034300         MOVE 8 TO RETURN-CODE
034400     ELSE
034500         MOVE 0 TO RETURN-CODE
034600     END-IF.
034700 0000-EXIT.
034800     STOP RUN.
034900
035000***************************************************************
035100* 1000-INITIALIZE                                               *
035200***************************************************************
035300 1000-INITIALIZE.
035400     ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER.
035500     ACCEPT WS-TODAY-DATE8 FROM DATE YYYYMMDD.
035600     MOVE WS-TODAY-DATE8 TO WS-D2D-DATE.
035700     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
035800     MOVE WS-D2D-SERIAL TO WS-D2D-TODAY.
035900 1000-EXIT.
036000     EXIT.
036100
036200***************************************************************
036300* 1100-GET-HOSTNAME - a bare-interface tag belongs to this box; *
036400*     environment first, "uname -n" when the environment does   *
036500*     not carry it, the way SetStaticIP finds its own name      *
036600***************************************************************
036700 1100-GET-HOSTNAME.
036800     ACCEPT WS-MY-HOSTNAME FROM ENVIRONMENT "HOSTNAME".
036900     IF WS-MY-HOSTNAME NOT = SPACES
037000         GO TO 1100-EXIT
037100     END-IF.
037200     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
037300     ACCEPT WS-TIME8 FROM TIME.
037400     STRING WS-DATE8 "-" WS-TIME8 DELIMITED BY SIZE
037500         INTO WS-STAMP.
037600     MOVE SPACES TO WS-HOSTPROBE-PATH.
037700     STRING "/tmp/recon-host-" DELIMITED BY SIZE
037800         WS-STAMP DELIMITED BY SIZE
037900         ".txt" DELIMITED BY SIZE
038000         INTO WS-HOSTPROBE-PATH.
038100     MOVE SPACES TO WS-COMMAND-LINE.
038200     STRING "uname -n > " DELIMITED BY SIZE
038300         WS-HOSTPROBE-PATH DELIMITED BY SPACE
038400         " 2>/dev/null" DELIMITED BY SIZE
038500         INTO WS-COMMAND-LINE.
038600     CALL "SYSTEM" USING WS-COMMAND-LINE.
038700     OPEN INPUT HostProbeFile.
038800     IF WS-HOSTPROBE-STATUS = "00"
038900         READ HostProbeFile
039000             AT END
039100                 CONTINUE
039200             NOT AT END
039300                 MOVE HostProbeRecord TO WS-MY-HOSTNAME
039400         END-READ
039500         CLOSE HostProbeFile
039600     END-IF.
039700     MOVE SPACES TO WS-COMMAND-LINE.
039800     STRING "rm -f " DELIMITED BY SIZE
039900         WS-HOSTPROBE-PATH DELIMITED BY SPACE
040000         INTO WS-COMMAND-LINE.
040100     CALL "SYSTEM" USING WS-COMMAND-LINE.
040200     IF WS-MY-HOSTNAME = SPACES
040300         MOVE "localhost" TO WS-MY-HOSTNAME
040400     END-IF.
040500 1100-EXIT.
040600     EXIT.
040700
040800***************************************************************
040900* 2000-PARSE-ARGUMENTS - optional -date, -days and -log, any    *
041000*                        order; no -date means yesterday        *
041100***************************************************************
041200 2000-PARSE-ARGUMENTS.
041300     MOVE 1 TO WS-ARG-IX.
041400     PERFORM UNTIL WS-ARG-IX > WS-ARGCOUNT OR WS-ABORT
041500         DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER
041600         ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
041700         PERFORM 2100-DISPATCH-ARG THRU 2100-EXIT
041800         ADD 1 TO WS-ARG-IX
041900     END-PERFORM.
042000     IF WS-ABORT
042100         GO TO 2000-EXIT
042200     END-IF.
042300     IF WS-RUN-DATE = 0
042400         PERFORM 2400-YESTERDAY THRU 2400-EXIT
042500     END-IF.
042600     IF WS-RUN-DATE > WS-TODAY-DATE8
042700         DISPLAY "ERROR: cannot reconcile a day that has not "
042800             "happened yet: " WS-RUN-DATE
042900         SET WS-ABORT TO TRUE
043000         GO TO 2000-EXIT
043100     END-IF.
043200     MOVE WS-RUN-DATE TO WS-D2D-DATE.
043300     PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT.
043400     MOVE WS-D2D-SERIAL TO WS-D2D-RUN.
043500 2000-EXIT.
043600     EXIT.
043700
043800***************************************************************
043900* 2100-DISPATCH-ARG - classify one command-line token           *
044000***************************************************************
044100 2100-DISPATCH-ARG.
044200     EVALUATE WS-ARG-TEXT
044300         WHEN "-date"
044400             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
044500             IF NOT WS-ABORT
044600                 PERFORM 2300-PARSE-DATE THRU 2300-EXIT
044700             END-IF
044800         WHEN "-days"
044900             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
045000             IF NOT WS-ABORT
045100                 PERFORM 2350-PARSE-DAYS THRU 2350-EXIT
045200             END-IF
045300         WHEN "-log"
045400             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
045500             IF NOT WS-ABORT
045600                 MOVE WS-ARG-TEXT TO WS-LOG-PATH
045700                 SET WS-LOG-OVERRIDDEN TO TRUE
045800             END-IF
045900         WHEN OTHER
046000             PERFORM 2900-USAGE THRU 2900-EXIT
046100     END-EVALUATE.
046200 2100-EXIT.
046300     EXIT.
046400
046500***************************************************************
046600* 2200-NEED-ONE-MORE - advance to the value of the flag just    *
046700*                      matched                                  *
046800***************************************************************
046900 2200-NEED-ONE-MORE.
047000     IF WS-ARG-IX >= WS-ARGCOUNT
047100         PERFORM 2900-USAGE THRU 2900-EXIT
047200         GO TO 2200-EXIT
047300     END-IF.
047400     ADD 1 TO WS-ARG-IX.
047500     DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER.
047600     ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE.
047700 2200-EXIT.
047800     EXIT.
047900
048000***************************************************************
048100* 2300-PARSE-DATE - -date must be a plausible yyyymmdd          *
048200***************************************************************
048300 2300-PARSE-DATE.
048400     IF WS-ARG-TEXT(1:8) IS NOT NUMERIC
048500        OR WS-ARG-TEXT(9:1) NOT = SPACE
048600        OR WS-ARG-TEXT(5:2) < "01" OR WS-ARG-TEXT(5:2) > "12"
048700        OR WS-ARG-TEXT(7:2) < "01" OR WS-ARG-TEXT(7:2) > "31"
048800         DISPLAY "ERROR: dates are yyyymmdd, got " WS-ARG-TEXT
048900         SET WS-ABORT TO TRUE
049000         GO TO 2300-EXIT
049100     END-IF.
049200     MOVE WS-ARG-TEXT(1:8) TO WS-RUN-DATE.
049300 2300-EXIT.
049400     EXIT.
049500
049600***************************************************************
049700* 2350-PARSE-DAYS - the acknowledgment deadline must be numeric *
049800***************************************************************
049900 2350-PARSE-DAYS.
050000     MOVE 0 TO WS-TRAIL-CNT.
050100     INSPECT WS-ARG-TEXT(1:3) TALLYING WS-TRAIL-CNT
050200         FOR TRAILING SPACE.
050300     IF WS-TRAIL-CNT = 3 OR WS-ARG-TEXT(4:1) NOT = SPACE OR
050400        WS-ARG-TEXT(1:3 - WS-TRAIL-CNT) IS NOT NUMERIC
050500         DISPLAY "ERROR: day count must be numeric: "
050600             WS-ARG-TEXT
050700         SET WS-ABORT TO TRUE
050800         GO TO 2350-EXIT
050900     END-IF.
051000     MOVE WS-ARG-TEXT(1:3 - WS-TRAIL-CNT) TO WS-ACK-DAYS.
051100 2350-EXIT.
051200     EXIT.
051300
051400***************************************************************
051500* 2400-YESTERDAY - the day before today, across month and year  *
051600*                  ends, February by the leap-year rule         *
051700***************************************************************
051800 2400-YESTERDAY.
051900     MOVE WS-TODAY-DATE8(1:4) TO WS-D2D-YEAR.
052000     MOVE WS-TODAY-DATE8(5:2) TO WS-D2D-MONTH.
052100     MOVE WS-TODAY-DATE8(7:2) TO WS-D2D-DAY.
052200     IF WS-D2D-DAY > 1
052300         SUBTRACT 1 FROM WS-D2D-DAY
052400         GO TO 2400-BUILD
052500     END-IF.
052600     IF WS-D2D-MONTH = 1
052700         MOVE 12 TO WS-D2D-MONTH
052800         SUBTRACT 1 FROM WS-D2D-YEAR
052900     ELSE
053000         SUBTRACT 1 FROM WS-D2D-MONTH
053100     END-IF.
053200     MOVE WS-MONTH-LENGTH(WS-D2D-MONTH) TO WS-D2D-DAY.
053300     IF WS-D2D-MONTH = 2
053400         DIVIDE WS-D2D-YEAR BY 4 GIVING WS-ENTRY-AGE
053500             REMAINDER WS-LEAP-REM
053600         IF WS-LEAP-REM = 0
053700             MOVE 29 TO WS-D2D-DAY
053800             DIVIDE WS-D2D-YEAR BY 100 GIVING WS-ENTRY-AGE
053900                 REMAINDER WS-LEAP-REM
054000             IF WS-LEAP-REM = 0
054100                 MOVE 28 TO WS-D2D-DAY
054200                 DIVIDE WS-D2D-YEAR BY 400 GIVING WS-ENTRY-AGE
054300                     REMAINDER WS-LEAP-REM
054400                 IF WS-LEAP-REM = 0
054500                     MOVE 29 TO WS-D2D-DAY
054600                 END-IF
054700             END-IF
054800         END-IF
054900     END-IF.
055000 2400-BUILD.
055100     COMPUTE WS-RUN-DATE = WS-D2D-YEAR * 10000
055200         + WS-D2D-MONTH * 100 + WS-D2D-DAY.
055300 2400-EXIT.
055400     EXIT.
055500
055600***************************************************************
055700* 2900-USAGE - bad arguments, show usage and flag abort         *
055800***************************************************************
055900 2900-USAGE.
056000     DISPLAY "Usage: ChangeRecon [-date <yyyymmdd>] [-days <n>]"
056100         " [-log <path>]".
056200     SET WS-ABORT TO TRUE.
056300 2900-EXIT.
056400     EXIT.
056500
056600***************************************************************
056700* 3000-READ-CHANGE-LOG - the day's records: its month's         *
056800*     archive first when ArchiveChangeLog has closed that       *
056900*     month, then the live log                                  *
057000***************************************************************
057100 3000-READ-CHANGE-LOG.
057200     IF NOT WS-LOG-OVERRIDDEN
057300         COMPUTE WS-RUN-MONTH = WS-RUN-DATE / 100
057400         COMPUTE WS-CUR-MONTH = WS-TODAY-DATE8 / 100
057500         IF WS-RUN-MONTH < WS-CUR-MONTH
057600             PERFORM 3500-READ-ARCHIVE THRU 3500-EXIT
057700         END-IF
057800     END-IF.
057900     OPEN INPUT RC-LOG-FILE.
058000     IF WS-LOG-STATUS NOT = "00"
058100         DISPLAY "ERROR: cannot open change log " WS-LOG-PATH
058200         SET WS-ABORT TO TRUE
058300         GO TO 3000-EXIT
058400     END-IF.
058500     PERFORM UNTIL WS-LOG-STATUS = "10" OR WS-ABORT
058600         READ RC-LOG-FILE
058700             AT END
058800                 MOVE "10" TO WS-LOG-STATUS
058900             NOT AT END
059000                 PERFORM 3100-HANDLE-ONE-LINE THRU 3100-EXIT
059100         END-READ
059200     END-PERFORM.
059300     CLOSE RC-LOG-FILE.
059400 3000-EXIT.
059500     EXIT.
059600
059700***************************************************************
059800* 3100-HANDLE-ONE-LINE - keep the run day's records; a push or  *
059900*     rollback joins the push table, a revert cancels the push  *
060000*     it undid, refusals and freeze overrides changed nothing   *
060100***************************************************************
060200 3100-HANDLE-ONE-LINE.
060300     PERFORM 3200-PARSE-LOG-LINE THRU 3200-EXIT.
060400     IF NOT WS-LINE-GOOD
060500         GO TO 3100-EXIT
060600     END-IF.
060700     IF WS-LINE-DATE NOT = WS-RUN-DATE
060800         GO TO 3100-EXIT
060900     END-IF.
061000     ADD 1 TO WS-LOG-DAY-COUNT.
061100     EVALUATE TRUE
061200         WHEN WS-LINE-OTHER
061300             ADD 1 TO WS-LOG-OTHER-COUNT
061400         WHEN WS-LINE-REVERT
061500             PERFORM 3400-RECORD-REVERT THRU 3400-EXIT
061600         WHEN OTHER
061700             PERFORM 3300-RECORD-PUSH THRU 3300-EXIT
061800     END-EVALUATE.
061900 3100-EXIT.
062000     EXIT.
062100
062200***************************************************************
062300* 3200-PARSE-LOG-LINE - split one change-log record, strip the  *
062400*     field labels and /prefix, and work out whose interface    *
062500*     the tag names                                             *
062600***************************************************************
062700 3200-PARSE-LOG-LINE.
062800     MOVE "N" TO WS-LINE-GOOD-SWITCH.
062900     IF RC-LOG-RECORD = SPACES
063000         GO TO 3200-EXIT
063100     END-IF.
063200     MOVE SPACES TO WS-LINE-STAMP WS-LINE-OPERATOR WS-LINE-TAG
063300         WS-LINE-OLD-IP-FLD WS-LINE-OLD-GW-FLD
063400         WS-LINE-NEW-IP-FLD WS-LINE-NEW-GW-FLD
063500         WS-LINE-TICKET-FLD WS-LINE-TICKET
063600         WS-LINE-OLD-IP WS-LINE-NEW-IP
063700         WS-LINE-REST WS-LINE-HOST WS-LINE-IFACE.
063800     UNSTRING RC-LOG-RECORD DELIMITED BY "|"
063900         INTO WS-LINE-STAMP WS-LINE-OPERATOR WS-LINE-TAG
064000              WS-LINE-OLD-IP-FLD WS-LINE-OLD-GW-FLD
064100              WS-LINE-NEW-IP-FLD WS-LINE-NEW-GW-FLD
064200              WS-LINE-TICKET-FLD.
064300     IF WS-LINE-STAMP(1:8) IS NOT NUMERIC
064400         GO TO 3200-EXIT
064500     END-IF.
064600     MOVE WS-LINE-STAMP(1:8) TO WS-LINE-DATE.
064700     MOVE "Y" TO WS-LINE-GOOD-SWITCH.
064800     IF WS-LINE-TAG(1:7) = "denied:"
064900        OR WS-LINE-TAG(1:9) = "override:"
065000         SET WS-LINE-OTHER TO TRUE
065100         GO TO 3200-EXIT
065200     END-IF.
065300     IF WS-LINE-OLD-IP-FLD(1:7) = "old_ip="
065400         UNSTRING WS-LINE-OLD-IP-FLD(8:50) DELIMITED BY "/"
065500             INTO WS-LINE-OLD-IP
065600     END-IF.
065620*    WriteAudit spells a missing old address "(none)"
065640     IF WS-LINE-OLD-IP = "(none)"
065660         MOVE SPACES TO WS-LINE-OLD-IP
065680     END-IF.
065700     IF WS-LINE-NEW-IP-FLD(1:7) = "new_ip="
065800         UNSTRING WS-LINE-NEW-IP-FLD(8:50) DELIMITED BY "/"
065900             INTO WS-LINE-NEW-IP
066000     END-IF.
066100     IF WS-LINE-TICKET-FLD(1:7) = "ticket="
066200         MOVE WS-LINE-TICKET-FLD(8:20) TO WS-LINE-TICKET
066300     END-IF.
066400     EVALUATE TRUE
066500         WHEN WS-LINE-TAG(1:7) = "revert:"
066600             SET WS-LINE-REVERT TO TRUE
066700             MOVE WS-LINE-TAG(8:44) TO WS-LINE-REST
066750         WHEN WS-LINE-TAG(1:8) = "onboard:"
066760             SET WS-LINE-ADOPT TO TRUE
066770             MOVE WS-LINE-TAG(9:43) TO WS-LINE-REST
066800         WHEN WS-LINE-TAG(1:9) = "rollback:"
066900             SET WS-LINE-ROLLBACK TO TRUE
067000             MOVE WS-LINE-TAG(10:42) TO WS-LINE-REST
067100         WHEN OTHER
067200             SET WS-LINE-PUSH TO TRUE
067300             MOVE WS-LINE-TAG TO WS-LINE-REST
067400     END-EVALUATE.
067500     MOVE 0 TO WS-COLON-COUNT.
067600     INSPECT WS-LINE-REST TALLYING WS-COLON-COUNT FOR ALL ":".
067700     IF WS-COLON-COUNT > 0
067800         UNSTRING WS-LINE-REST DELIMITED BY ":"
067900             INTO WS-LINE-HOST WS-LINE-IFACE
068000     ELSE
068100         MOVE WS-MY-HOSTNAME TO WS-LINE-HOST
068200         MOVE WS-LINE-REST TO WS-LINE-IFACE
068300     END-IF.
068400 3200-EXIT.
068500     EXIT.
068600
068700***************************************************************
068800* 3300-RECORD-PUSH - a push or rollback joins the table; an     *
068900*     earlier push to the same interface that day is now only   *
069000*     history as far as the master is concerned                 *
069100***************************************************************
069200 3300-RECORD-PUSH.
069300     ADD 1 TO WS-PUSH-TOTAL.
069400     IF WS-PUSH-COUNT >= 500
069500         DISPLAY "ERROR: more than 500 pushes on " WS-RUN-DATE
069600             " - more than this run can reconcile"
069700         SET WS-ABORT TO TRUE
069800         GO TO 3300-EXIT
069900     END-IF.
070000     PERFORM VARYING WS-PU-IX FROM 1 BY 1
070100             UNTIL WS-PU-IX > WS-PUSH-COUNT
070200         IF WS-PU-HOST(WS-PU-IX) = WS-LINE-HOST
070300            AND WS-PU-IFACE(WS-PU-IX) = WS-LINE-IFACE
070400            AND WS-PU-STATE(WS-PU-IX) = "A"
070500             MOVE "S" TO WS-PU-STATE(WS-PU-IX)
070600             ADD 1 TO WS-SUPERSEDED-COUNT
070700         END-IF
070800     END-PERFORM.
070900     ADD 1 TO WS-PUSH-COUNT.
071000     MOVE WS-PUSH-COUNT TO WS-PU-IX.
071100     MOVE SPACES TO WS-PU(WS-PU-IX).
071200     MOVE WS-LINE-STAMP TO WS-PU-STAMP(WS-PU-IX).
071300     MOVE WS-LINE-HOST TO WS-PU-HOST(WS-PU-IX).
071400     MOVE WS-LINE-IFACE TO WS-PU-IFACE(WS-PU-IX).
071500     STRING WS-LINE-HOST DELIMITED BY SPACE
071600         "." DELIMITED BY SIZE
071700         INTO WS-PU-OWNER(WS-PU-IX).
071800     MOVE WS-LINE-KIND TO WS-PU-KIND(WS-PU-IX).
071900     MOVE WS-LINE-OLD-IP TO WS-PU-OLD-IP(WS-PU-IX).
072000     MOVE WS-LINE-NEW-IP TO WS-PU-NEW-IP(WS-PU-IX).
072100     MOVE WS-LINE-TICKET TO WS-PU-TICKET(WS-PU-IX).
072200     IF WS-LINE-NEW-IP = SPACES
072300         MOVE "N" TO WS-PU-STATE(WS-PU-IX)
072400         ADD 1 TO WS-NOV4-COUNT
072500     ELSE
072600         MOVE "A" TO WS-PU-STATE(WS-PU-IX)
072700     END-IF.
072800 3300-EXIT.
072900     EXIT.
073000
073100***************************************************************
073200* 3400-RECORD-REVERT - the post-apply check put the interface   *
073300*     back: the latest push to it never reached the master or   *
073400*     the feed, and the push it replaced is live again          *
073500***************************************************************
073600 3400-RECORD-REVERT.
073700     MOVE 0 TO WS-FOUND-IX.
073800     PERFORM VARYING WS-PU-IX FROM WS-PUSH-COUNT BY -1
073900             UNTIL WS-PU-IX < 1 OR WS-FOUND-IX > 0
074000         IF WS-PU-HOST(WS-PU-IX) = WS-LINE-HOST
074100            AND WS-PU-IFACE(WS-PU-IX) = WS-LINE-IFACE
074200            AND (WS-PU-STATE(WS-PU-IX) = "A"
074300                 OR WS-PU-STATE(WS-PU-IX) = "N")
074400             MOVE WS-PU-IX TO WS-FOUND-IX
074500         END-IF
074600     END-PERFORM.
074700     IF WS-FOUND-IX = 0
074800         GO TO 3400-EXIT
074900     END-IF.
075000     IF WS-PU-STATE(WS-FOUND-IX) = "N"
075100         SUBTRACT 1 FROM WS-NOV4-COUNT
075200     END-IF.
075300     MOVE "V" TO WS-PU-STATE(WS-FOUND-IX).
075400     ADD 1 TO WS-REVERTED-COUNT.
075500     MOVE 0 TO WS-PU-IX.
075600     PERFORM VARYING WS-BAT-IX FROM WS-FOUND-IX BY -1
075700             UNTIL WS-BAT-IX < 2 OR WS-PU-IX > 0
075800         IF WS-PU-HOST(WS-BAT-IX - 1) = WS-LINE-HOST
075900            AND WS-PU-IFACE(WS-BAT-IX - 1) = WS-LINE-IFACE
076000            AND WS-PU-STATE(WS-BAT-IX - 1) = "S"
076100             COMPUTE WS-PU-IX = WS-BAT-IX - 1
076200         END-IF
076300     END-PERFORM.
076400     IF WS-PU-IX > 0
076500         MOVE "A" TO WS-PU-STATE(WS-PU-IX)
076600         SUBTRACT 1 FROM WS-SUPERSEDED-COUNT
076700     END-IF.
076800 3400-EXIT.
076900     EXIT.
077000
077100***************************************************************
077200* 3500-READ-ARCHIVE - the closed month's archive, trailer       *
077300*     checked the way StaticIPReport checks it; a month with    *
077400*     no archive simply has not been archived yet               *
077500***************************************************************
077600 3500-READ-ARCHIVE.
077700     MOVE WS-LOG-PATH TO WS-LIVE-PATH-SAVE.
077800     MOVE SPACES TO WS-LOG-PATH.
077900     STRING WS-ARCH-DIR DELIMITED BY SPACE
078000         "static-ip-changes-" DELIMITED BY SIZE
078100         WS-RUN-MONTH DELIMITED BY SIZE
078200         ".log" DELIMITED BY SIZE
078300         INTO WS-LOG-PATH.
078400     OPEN INPUT RC-LOG-FILE.
078500     IF WS-LOG-STATUS NOT = "00"
078600         GO TO 3500-RESTORE
078700     END-IF.
078800     MOVE 0 TO WS-ARCH-GOOD-COUNT.
078900     MOVE "N" TO WS-TRAILER-SWITCH.
079000     PERFORM UNTIL WS-LOG-STATUS = "10" OR WS-ABORT
079100         READ RC-LOG-FILE
079200             AT END
079300                 MOVE "10" TO WS-LOG-STATUS
079400             NOT AT END
079500                 PERFORM 3510-HANDLE-ARCHIVE-LINE
079600                     THRU 3510-EXIT
079700         END-READ
079800     END-PERFORM.
079900     CLOSE RC-LOG-FILE.
080000     MOVE "LOG" TO WS-EXC-SOURCE.
080100     MOVE SPACES TO WS-HOLDER.
080200     STRING "archive " DELIMITED BY SIZE
080300         WS-RUN-MONTH DELIMITED BY SIZE
080400         INTO WS-HOLDER.
080500     IF NOT WS-TRAILER-SEEN
080600         MOVE SPACES TO WS-EXC-TEXT
080700         STRING "no trailer on " DELIMITED BY SIZE
080800             WS-LOG-PATH DELIMITED BY SPACE
080900             " - it may be truncated" DELIMITED BY SIZE
081000             INTO WS-EXC-TEXT
081100         PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
081200         ADD 1 TO WS-LOG-EXCEPTIONS
081300         GO TO 3500-RESTORE
081400     END-IF.
081500     IF WS-TRL-COUNT NOT = WS-ARCH-GOOD-COUNT
081600         MOVE SPACES TO WS-EXC-TEXT
081700         STRING "trailer says " DELIMITED BY SIZE
081800             WS-TRL-COUNT DELIMITED BY SIZE
081900             " record(s) but " DELIMITED BY SIZE
082000             WS-ARCH-GOOD-COUNT DELIMITED BY SIZE
082100             " were read - it may be truncated"
082200                 DELIMITED BY SIZE
082300             INTO WS-EXC-TEXT
082400         PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
082500         ADD 1 TO WS-LOG-EXCEPTIONS
082600     END-IF.
082700 3500-RESTORE.
082800     MOVE WS-LIVE-PATH-SAVE TO WS-LOG-PATH.
082900 3500-EXIT.
083000     EXIT.
083100
083200***************************************************************
083300* 3510-HANDLE-ARCHIVE-LINE - the trailer is checked, every      *
083400*     other line goes through the live-log handling             *
083500***************************************************************
083600 3510-HANDLE-ARCHIVE-LINE.
083700     IF RC-LOG-RECORD(1:8) = "TRAILER|"
083800         SET WS-TRAILER-SEEN TO TRUE
083900         MOVE SPACES TO WS-TRL-TAG WS-TRL-COUNT-FLD
084000         MOVE 0 TO WS-TRL-COUNT
084100         UNSTRING RC-LOG-RECORD DELIMITED BY "|"
084200             INTO WS-TRL-TAG WS-TRL-COUNT-FLD
084300         MOVE 0 TO WS-TRL-TRAIL-CNT
084400         INSPECT WS-TRL-COUNT-FLD TALLYING WS-TRL-TRAIL-CNT
084500             FOR TRAILING SPACE
084600         IF WS-TRL-TRAIL-CNT < 6 AND
084700            WS-TRL-COUNT-FLD(1:6 - WS-TRL-TRAIL-CNT)
084800                IS NUMERIC
084900             MOVE WS-TRL-COUNT-FLD(1:6 - WS-TRL-TRAIL-CNT)
085000                 TO WS-TRL-COUNT
085100         END-IF
085200         GO TO 3510-EXIT
085300     END-IF.
085400     PERFORM 3100-HANDLE-ONE-LINE THRU 3100-EXIT.
085500     IF WS-LINE-GOOD
085600         ADD 1 TO WS-ARCH-GOOD-COUNT
085700     END-IF.
085800 3510-EXIT.
085900     EXIT.
086000
086100***************************************************************
086200* 4000-CHECK-MASTER - every push still standing at the end of   *
086300*     the day against the allocation master; a box with no      *
086400*     master gets a warning and the master leg is skipped       *
086500***************************************************************
086600 4000-CHECK-MASTER.
086700     OPEN INPUT AL-MASTER-FILE.
086800     IF WS-ALLOC-STATUS NOT = "00"
086900         DISPLAY "WARNING: no allocation master file at "
087000             WS-ALLOC-PATH
087100         DISPLAY "         master checks skipped"
087200         SET WS-NO-MASTER TO TRUE
087300         GO TO 4000-EXIT
087400     END-IF.
087500     PERFORM VARYING WS-PU-IX FROM 1 BY 1
087600             UNTIL WS-PU-IX > WS-PUSH-COUNT
087700         IF WS-PU-STATE(WS-PU-IX) = "A"
087800             PERFORM 4100-CHECK-ONE-PUSH THRU 4100-EXIT
087900         END-IF
088000     END-PERFORM.
088100     CLOSE AL-MASTER-FILE.
088200 4000-EXIT.
088300     EXIT.
088400
088500***************************************************************
088600* 4100-CHECK-ONE-PUSH - the new address ASSIGNED to this        *
088700*     hostname:interface, the old one no longer held by it      *
088800***************************************************************
088900 4100-CHECK-ONE-PUSH.
089000     ADD 1 TO WS-AM-CHECKED.
089100     MOVE "N" TO WS-PUSH-EXC-SWITCH.
089200     MOVE "MASTER" TO WS-EXC-SOURCE.
089300     MOVE SPACES TO WS-HOLDER.
089400     STRING WS-PU-HOST(WS-PU-IX) DELIMITED BY SPACE
089500         ":" DELIMITED BY SIZE
089600         WS-PU-IFACE(WS-PU-IX) DELIMITED BY SPACE
089700         INTO WS-HOLDER.
089800     MOVE WS-PU-NEW-IP(WS-PU-IX) TO WS-QUERY-ADDR.
089900     PERFORM 4200-READ-ADDR-RECORD THRU 4200-EXIT.
090000     IF NOT WS-REC-FOUND
090100         MOVE SPACES TO WS-EXC-TEXT
090200         STRING "new address " DELIMITED BY SIZE
090300             WS-QUERY-ADDR DELIMITED BY SPACE
090400             " is not on the allocation master"
090500                 DELIMITED BY SIZE
090600             INTO WS-EXC-TEXT
090700         PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
090800     ELSE
090900         IF AM-STATUS NOT = "ASSIGNED"
091000            OR AM-DETAIL NOT = WS-HOLDER
091100             MOVE SPACES TO WS-EXC-TEXT
091200             STRING "new address " DELIMITED BY SIZE
091300                 WS-QUERY-ADDR DELIMITED BY SPACE
091400                 " is " DELIMITED BY SIZE
091500                 AM-STATUS DELIMITED BY SPACE
091600                 " " DELIMITED BY SIZE
091700                 AM-DETAIL DELIMITED BY SPACE
091800                 ", not ASSIGNED to this interface"
091900                     DELIMITED BY SIZE
092000                 INTO WS-EXC-TEXT
092100             PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
092200         END-IF
092300     END-IF.
092400     IF WS-PU-OLD-IP(WS-PU-IX) NOT = SPACES
092500        AND WS-PU-OLD-IP(WS-PU-IX) NOT = WS-PU-NEW-IP(WS-PU-IX)
092600         MOVE WS-PU-OLD-IP(WS-PU-IX) TO WS-QUERY-ADDR
092700         PERFORM 4200-READ-ADDR-RECORD THRU 4200-EXIT
092800         IF WS-REC-FOUND AND AM-STATUS = "ASSIGNED"
092900            AND AM-DETAIL = WS-HOLDER
093000             MOVE SPACES TO WS-EXC-TEXT
093100             STRING "old address " DELIMITED BY SIZE
093200                 WS-QUERY-ADDR DELIMITED BY SPACE
093300                 " is still ASSIGNED to this interface"
093400                     DELIMITED BY SIZE
093500                 " - never released" DELIMITED BY SIZE
093600                 INTO WS-EXC-TEXT
093700             PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
093800         END-IF
093900     END-IF.
094000     IF WS-PUSH-EXCEPTED
094100         ADD 1 TO WS-AM-EXCEPTIONS
094200     ELSE
094300         ADD 1 TO WS-AM-AGREED
094400     END-IF.
094500 4100-EXIT.
094600     EXIT.
094700
094800***************************************************************
094900* 4200-READ-ADDR-RECORD - keyed read of the A record for        *
095000*                         WS-QUERY-ADDR                         *
095100***************************************************************
095200 4200-READ-ADDR-RECORD.
095300     MOVE "N" TO WS-FOUND-SWITCH.
095400     MOVE "A" TO AM-REC-TYPE.
095500     MOVE WS-QUERY-ADDR TO AM-KEY-VALUE.
095600     READ AL-MASTER-FILE KEY IS AM-KEY
095700         INVALID KEY
095800             GO TO 4200-EXIT
095900     END-READ.
096000     IF WS-ALLOC-STATUS = "00"
096100         SET WS-REC-FOUND TO TRUE
096200     END-IF.
096300 4200-EXIT.
096400     EXIT.
096500
096600***************************************************************
096700* 5000-LOAD-CONTROL - the DNS batch control file into the       *
096800*     table; a missing file means no batch has been cut yet     *
096900***************************************************************
097000 5000-LOAD-CONTROL.
097100     MOVE 0 TO WS-BATCH-COUNT.
097200     OPEN INPUT DN-CONTROL-FILE.
097300     IF WS-CONTROL-STATUS = "35"
097400         GO TO 5000-EXIT
097500     END-IF.
097600     IF WS-CONTROL-STATUS NOT = "00"
097700         DISPLAY "ERROR: cannot open batch control file "
097800             WS-CONTROL-PATH
097900         SET WS-ABORT TO TRUE
098000         GO TO 5000-EXIT
098100     END-IF.
098200     PERFORM UNTIL WS-CONTROL-STATUS = "10"
098300         READ DN-CONTROL-FILE
098400             AT END
098500                 MOVE "10" TO WS-CONTROL-STATUS
098600             NOT AT END
098700                 IF DN-CONTROL-RECORD NOT = SPACES
098800                     IF WS-BATCH-COUNT >= 300
098900                         DISPLAY "ERROR: more than 300 batch"
099000                             " control records - archive the"
099100                             " control file"
099200                         SET WS-ABORT TO TRUE
099300                         MOVE "10" TO WS-CONTROL-STATUS
099400                     ELSE
099500                         ADD 1 TO WS-BATCH-COUNT
099600                         MOVE SPACES TO WS-BAT(WS-BATCH-COUNT)
099700                         UNSTRING DN-CONTROL-RECORD
099800                             DELIMITED BY "|"
099900                             INTO WS-BAT-ID(WS-BATCH-COUNT)
100000                                  WS-BAT-CREATED(WS-BATCH-COUNT)
100100                                  WS-BAT-RECS(WS-BATCH-COUNT)
100200                             WS-BAT-ACK-STATUS(WS-BATCH-COUNT)
100300                             WS-BAT-ACK-DATE(WS-BATCH-COUNT)
100400                     END-IF
100500                 END-IF
100600         END-READ
100700     END-PERFORM.
100800     CLOSE DN-CONTROL-FILE.
100900 5000-EXIT.
101000     EXIT.
101100
101200***************************************************************
101300* 5100-SCAN-DNS-FILES - every batch cut on or after the run     *
101400*     day (an earlier one cannot hold its statements), then     *
101500*     the live feed DnsFeedMaint has not extracted yet          *
101600***************************************************************
101700 5100-SCAN-DNS-FILES.
101800     PERFORM VARYING WS-BAT-IX FROM 1 BY 1
101900             UNTIL WS-BAT-IX > WS-BATCH-COUNT
102000         IF WS-BAT-CREATED(WS-BAT-IX) IS NUMERIC
102100            AND WS-BAT-CREATED(WS-BAT-IX) >= WS-RUN-DATE
102200             MOVE WS-BAT-ID(WS-BAT-IX) TO WS-CUR-BATCH-ID
102300             MOVE SPACES TO WS-BATCH-PATH
102400             STRING WS-BATCH-DIR DELIMITED BY SPACE
102500                 WS-CUR-BATCH-ID DELIMITED BY SPACE
102600                 ".dat" DELIMITED BY SIZE
102700                 INTO WS-BATCH-PATH
102800             PERFORM 5200-SCAN-ONE-FILE THRU 5200-EXIT
102900         END-IF
103000     END-PERFORM.
103100     MOVE "LIVE" TO WS-CUR-BATCH-ID.
103200     MOVE WS-FEED-PATH TO WS-BATCH-PATH.
103300     PERFORM 5200-SCAN-ONE-FILE THRU 5200-EXIT.
103400 5100-EXIT.
103500     EXIT.
103600
103700***************************************************************
103800* 5200-SCAN-ONE-FILE - one batch file (or the live feed) read   *
103900*     through, its trailer count held against the records read  *
104000*     and the control record; a batch on file with no batch     *
104100*     file behind it is an exception in its own right           *
104200***************************************************************
104300 5200-SCAN-ONE-FILE.
104400     OPEN INPUT DN-BATCH-FILE.
104500     IF WS-BATCH-STATUS NOT = "00"
104600         IF WS-CUR-BATCH-ID NOT = "LIVE"
104700             MOVE "DNS" TO WS-EXC-SOURCE
104800             MOVE WS-CUR-BATCH-ID TO WS-HOLDER
104900             MOVE SPACES TO WS-EXC-TEXT
105000             STRING "batch file " DELIMITED BY SIZE
105100                 WS-BATCH-PATH DELIMITED BY SPACE
105200                 " is missing" DELIMITED BY SIZE
105300                 INTO WS-EXC-TEXT
105400             PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
105500             ADD 1 TO WS-DN-EXCEPTIONS
105600         END-IF
105700         GO TO 5200-EXIT
105800     END-IF.
105900     IF WS-CUR-BATCH-ID NOT = "LIVE"
106000         ADD 1 TO WS-DN-BATCHES
106100     END-IF.
106200     MOVE 0 TO WS-FILE-RECS WS-TRL-COUNT.
106300     MOVE "N" TO WS-TRL-SEEN-SWITCH.
106400     PERFORM UNTIL WS-BATCH-STATUS = "10"
106500         READ DN-BATCH-FILE
106600             AT END
106700                 MOVE "10" TO WS-BATCH-STATUS
106800             NOT AT END
106900                 PERFORM 5300-HANDLE-BATCH-LINE THRU 5300-EXIT
107000         END-READ
107100     END-PERFORM.
107200     CLOSE DN-BATCH-FILE.
107300     IF WS-CUR-BATCH-ID = "LIVE"
107400         GO TO 5200-EXIT
107500     END-IF.
107600     MOVE 0 TO WS-BAT-RECS-NUM.
107700     MOVE 0 TO WS-TRAIL-CNT.
107800     INSPECT WS-BAT-RECS(WS-BAT-IX) TALLYING WS-TRAIL-CNT
107900         FOR TRAILING SPACE.
108000     IF WS-TRAIL-CNT < 6 AND
108100        WS-BAT-RECS(WS-BAT-IX)(1:6 - WS-TRAIL-CNT) IS NUMERIC
108200         MOVE WS-BAT-RECS(WS-BAT-IX)(1:6 - WS-TRAIL-CNT)
108300             TO WS-BAT-RECS-NUM
108400     END-IF.
108500     IF NOT WS-TRL-SEEN OR WS-TRL-COUNT NOT = WS-FILE-RECS
108600        OR WS-BAT-RECS-NUM NOT = WS-FILE-RECS
108700         MOVE "DNS" TO WS-EXC-SOURCE
108800         MOVE WS-CUR-BATCH-ID TO WS-HOLDER
108900         MOVE SPACES TO WS-EXC-TEXT
109000         STRING "batch file holds " DELIMITED BY SIZE
109100             WS-FILE-RECS DELIMITED BY SIZE
109200             " record(s), trailer " DELIMITED BY SIZE
109300             WS-TRL-COUNT DELIMITED BY SIZE
109400             ", control file " DELIMITED BY SIZE
109500             WS-BAT-RECS-NUM DELIMITED BY SIZE
109600             " - truncated?" DELIMITED BY SIZE
109700             INTO WS-EXC-TEXT
109800         PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
109900         ADD 1 TO WS-DN-EXCEPTIONS
110000     END-IF.
110100 5200-EXIT.
110200     EXIT.
110300
110400***************************************************************
110500* 5300-HANDLE-BATCH-LINE - header and trailer are control       *
110600*     lines; every other line counts toward the trailer, and    *
110700*     an A-record add or delete is matched against the pushes   *
110800***************************************************************
110900 5300-HANDLE-BATCH-LINE.
111000     IF DN-BATCH-RECORD = SPACES
111100         GO TO 5300-EXIT
111200     END-IF.
111300     IF DN-BATCH-RECORD(1:4) = "HDR|"
111400         GO TO 5300-EXIT
111500     END-IF.
111600     IF DN-BATCH-RECORD(1:4) = "TRL|"
111700         SET WS-TRL-SEEN TO TRUE
111800         MOVE SPACES TO WS-TRL-TAG WS-ST-W3 WS-TRL-COUNT-FLD
111900         UNSTRING DN-BATCH-RECORD DELIMITED BY "|"
112000             INTO WS-TRL-TAG WS-ST-W3 WS-TRL-COUNT-FLD
112100         MOVE 0 TO WS-TRL-TRAIL-CNT
112200         INSPECT WS-TRL-COUNT-FLD TALLYING WS-TRL-TRAIL-CNT
112300             FOR TRAILING SPACE
112400         IF WS-TRL-TRAIL-CNT < 6 AND
112500            WS-TRL-COUNT-FLD(1:6 - WS-TRL-TRAIL-CNT)
112600                IS NUMERIC
112700             MOVE WS-TRL-COUNT-FLD(1:6 - WS-TRL-TRAIL-CNT)
112800                 TO WS-TRL-COUNT
112900         END-IF
113000         GO TO 5300-EXIT
113100     END-IF.
113200     ADD 1 TO WS-FILE-RECS.
113300     IF DN-BATCH-RECORD(1:7) NOT = "update "
113400         GO TO 5300-EXIT
113500     END-IF.
113600     ADD 1 TO WS-DN-STATEMENTS.
113700     MOVE SPACES TO WS-ST-VERB WS-ST-OP WS-ST-W3 WS-ST-W4
113800         WS-ST-W5 WS-ST-W6.
113900     UNSTRING DN-BATCH-RECORD DELIMITED BY ALL SPACE
114000         INTO WS-ST-VERB WS-ST-OP WS-ST-W3 WS-ST-W4
114100              WS-ST-W5 WS-ST-W6.
114200     PERFORM VARYING WS-PU-IX FROM 1 BY 1
114300             UNTIL WS-PU-IX > WS-PUSH-COUNT
114400         IF WS-PU-OWNER(WS-PU-IX) = WS-ST-W3
114500             IF WS-ST-OP = "add" AND WS-ST-W5 = "A"
114600                AND WS-ST-W6 = WS-PU-NEW-IP(WS-PU-IX)
114700                AND WS-PU-ADD-BATCH(WS-PU-IX) = SPACES
114800                 MOVE WS-CUR-BATCH-ID
114900                     TO WS-PU-ADD-BATCH(WS-PU-IX)
115000             END-IF
115100             IF WS-ST-OP = "delete" AND WS-ST-W4 = "A"
115200                AND WS-ST-W5 = WS-PU-OLD-IP(WS-PU-IX)
115300                AND WS-PU-DEL-BATCH(WS-PU-IX) = SPACES
115400                 MOVE WS-CUR-BATCH-ID
115500                     TO WS-PU-DEL-BATCH(WS-PU-IX)
115600             END-IF
115700         END-IF
115800     END-PERFORM.
115900 5300-EXIT.
116000     EXIT.
116100
116200***************************************************************
116300* 5900-PRINT-EXCEPTION - one exception line: source, holder     *
116400*     and what disagrees; a push counts once per source         *
116500***************************************************************
116600 5900-PRINT-EXCEPTION.
116700     DISPLAY "  " WS-EXC-SOURCE " " WS-HOLDER.
116800     DISPLAY "         " WS-EXC-TEXT.
116900     SET WS-PUSH-EXCEPTED TO TRUE.
117000     ADD 1 TO WS-EXCEPTION-COUNT.
117100 5900-EXIT.
117200     EXIT.
117300
117400***************************************************************
117500* 6000-CHECK-DNS - every push that reached the feed (standing   *
117600*     or replaced later that day) must have its statements in   *
117700*     a batch, and the batch must be acknowledged in time       *
117800***************************************************************
117900 6000-CHECK-DNS.
118000     PERFORM VARYING WS-PU-IX FROM 1 BY 1
118100             UNTIL WS-PU-IX > WS-PUSH-COUNT
118200         IF WS-PU-STATE(WS-PU-IX) = "A"
118300            OR WS-PU-STATE(WS-PU-IX) = "S"
118400             PERFORM 6100-CHECK-ONE-PUSH THRU 6100-EXIT
118500         END-IF
118600     END-PERFORM.
118700 6000-EXIT.
118800     EXIT.
118900
119000***************************************************************
119100* 6100-CHECK-ONE-PUSH - the add (and delete, when an address    *
119200*     was replaced) found, and each batch holding them judged   *
119300***************************************************************
119400 6100-CHECK-ONE-PUSH.
119500     IF WS-PU-KIND(WS-PU-IX) = "B"
119700         ADD 1 TO WS-DN-ONBOARD
119800         GO TO 6100-EXIT
119900     END-IF.
120000     ADD 1 TO WS-DN-CHECKED.
120100     MOVE "N" TO WS-PUSH-EXC-SWITCH WS-PENDING-SWITCH.
120200     MOVE "DNS" TO WS-EXC-SOURCE.
120300     MOVE SPACES TO WS-HOLDER.
120400     STRING WS-PU-HOST(WS-PU-IX) DELIMITED BY SPACE
120500         ":" DELIMITED BY SIZE
120600         WS-PU-IFACE(WS-PU-IX) DELIMITED BY SPACE
120700         INTO WS-HOLDER.
120800     IF WS-PU-ADD-BATCH(WS-PU-IX) = SPACES
120900         MOVE SPACES TO WS-EXC-TEXT
121000         STRING "no update add for " DELIMITED BY SIZE
121100             WS-PU-OWNER(WS-PU-IX) DELIMITED BY SPACE
121200             " A " DELIMITED BY SIZE
121300             WS-PU-NEW-IP(WS-PU-IX) DELIMITED BY SPACE
121400             " in any batch or the live feed" DELIMITED BY SIZE
121500             INTO WS-EXC-TEXT
121600         PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
121700     ELSE
121800         MOVE WS-PU-ADD-BATCH(WS-PU-IX) TO WS-JUDGE-BATCH
121900         PERFORM 6200-JUDGE-BATCH THRU 6200-EXIT
122000     END-IF.
122100     IF WS-PU-OLD-IP(WS-PU-IX) NOT = SPACES
122200        AND WS-PU-OLD-IP(WS-PU-IX) NOT = WS-PU-NEW-IP(WS-PU-IX)
122300         IF WS-PU-DEL-BATCH(WS-PU-IX) = SPACES
122400             MOVE SPACES TO WS-EXC-TEXT
122500             STRING "no update delete for " DELIMITED BY SIZE
122600                 WS-PU-OWNER(WS-PU-IX) DELIMITED BY SPACE
122700                 " A " DELIMITED BY SIZE
122800                 WS-PU-OLD-IP(WS-PU-IX) DELIMITED BY SPACE
122900                 " in any batch or the live feed"
123000                     DELIMITED BY SIZE
123100                 INTO WS-EXC-TEXT
123200             PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
123300         ELSE
123400             IF WS-PU-DEL-BATCH(WS-PU-IX)
123500                     NOT = WS-PU-ADD-BATCH(WS-PU-IX)
123600                 MOVE WS-PU-DEL-BATCH(WS-PU-IX) TO WS-JUDGE-BATCH
123700                 PERFORM 6200-JUDGE-BATCH THRU 6200-EXIT
123800             END-IF
123900         END-IF
124000     END-IF.
124100     EVALUATE TRUE
124200         WHEN WS-PUSH-EXCEPTED
124300             ADD 1 TO WS-DN-EXCEPTIONS
124400         WHEN WS-PUSH-PENDING
124500             ADD 1 TO WS-DN-PENDING
124600         WHEN OTHER
124700             ADD 1 TO WS-DN-AGREED
124800     END-EVALUATE.
124900 6100-EXIT.
125000     EXIT.
125100
125200***************************************************************
125300* 6200-JUDGE-BATCH - WS-JUDGE-BATCH against the deadline: an    *
125400*     ACKED batch must have been acknowledged within it, a      *
125500*     SENT batch or an unextracted feed is pending until it     *
125600*     runs out and an exception after                           *
125700***************************************************************
125800 6200-JUDGE-BATCH.
125900     COMPUTE WS-ENTRY-AGE = WS-D2D-TODAY - WS-D2D-RUN.
126000     IF WS-JUDGE-BATCH = "LIVE"
126100         IF WS-ENTRY-AGE > WS-ACK-DAYS
126200             MOVE SPACES TO WS-EXC-TEXT
126300             STRING "statements still in the live feed after"
126400                     DELIMITED BY SIZE
126500                 WS-DAYS-DISP DELIMITED BY SIZE
126600                 " day(s) - never extracted" DELIMITED BY SIZE
126700                 INTO WS-EXC-TEXT
126800             PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
126900         ELSE
127000             SET WS-PUSH-PENDING TO TRUE
127100         END-IF
127200         GO TO 6200-EXIT
127300     END-IF.
127400     MOVE 0 TO WS-FOUND-IX.
127500     PERFORM VARYING WS-BAT-IX FROM 1 BY 1
127600             UNTIL WS-BAT-IX > WS-BATCH-COUNT
127700         IF WS-BAT-ID(WS-BAT-IX) = WS-JUDGE-BATCH
127800             MOVE WS-BAT-IX TO WS-FOUND-IX
127900         END-IF
128000     END-PERFORM.
128100     IF WS-BAT-ACK-STATUS(WS-FOUND-IX) = "ACKED"
128200        AND WS-BAT-ACK-DATE(WS-FOUND-IX) IS NUMERIC
128300         MOVE WS-BAT-ACK-DATE(WS-FOUND-IX) TO WS-D2D-DATE
128400         PERFORM 9100-DATE-TO-SERIAL THRU 9100-EXIT
128500         COMPUTE WS-ENTRY-AGE = WS-D2D-SERIAL - WS-D2D-RUN
128600         IF WS-ENTRY-AGE > WS-ACK-DAYS
128700             MOVE SPACES TO WS-EXC-TEXT
128800             STRING "batch " DELIMITED BY SIZE
128900                 WS-JUDGE-BATCH DELIMITED BY SPACE
129000                 " acknowledged late, on " DELIMITED BY SIZE
129100                 WS-BAT-ACK-DATE(WS-FOUND-IX) DELIMITED BY SIZE
129200                 INTO WS-EXC-TEXT
129300             PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
129400         END-IF
129500         GO TO 6200-EXIT
129600     END-IF.
129700     IF WS-ENTRY-AGE > WS-ACK-DAYS
129800         MOVE SPACES TO WS-EXC-TEXT
129900         STRING "batch " DELIMITED BY SIZE
130000             WS-JUDGE-BATCH DELIMITED BY SPACE
130100             " not acknowledged within" DELIMITED BY SIZE
130200             WS-DAYS-DISP DELIMITED BY SIZE
130300             " day(s)" DELIMITED BY SIZE
130400             INTO WS-EXC-TEXT
130500         PERFORM 5900-PRINT-EXCEPTION THRU 5900-EXIT
130600     ELSE
130700         SET WS-PUSH-PENDING TO TRUE
130800     END-IF.
130900 6200-EXIT.
131000     EXIT.
131100
131200***************************************************************
131300* 9000-REPORT-TOTALS - control totals per source, for the       *
131400*     audit sign-off                                            *
131500***************************************************************
131600 9000-REPORT-TOTALS.
131700     IF WS-EXCEPTION-COUNT = 0
131800         DISPLAY "  (none)"
131900     END-IF.
132000     DISPLAY "Control totals:".
132100     DISPLAY "  Change log       : " WS-LOG-DAY-COUNT
132200         " record(s) on the day, " WS-PUSH-TOTAL " push(es)".
132300     DISPLAY "                     " WS-REVERTED-COUNT
132400         " reverted, " WS-SUPERSEDED-COUNT
132500         " replaced the same day, " WS-NOV4-COUNT
132600         " IPv6-only, " WS-LOG-OTHER-COUNT
132700         " refusal/override record(s)".
132800     IF WS-LOG-EXCEPTIONS > 0
132900         DISPLAY "                     " WS-LOG-EXCEPTIONS
133000             " archive exception(s)"
133100     END-IF.
133200     IF WS-NO-MASTER
133300         DISPLAY "  Allocation master: not checked - no master"
133400     ELSE
133500         DISPLAY "  Allocation master: " WS-AM-CHECKED
133600             " checked, " WS-AM-AGREED " agree, "
133700             WS-AM-EXCEPTIONS " exception(s)"
133800     END-IF.
133900     DISPLAY "  DNS batches      : " WS-DN-BATCHES
134000         " batch(es), " WS-DN-STATEMENTS
134100         " update statement(s) read".
134200     DISPLAY "                     " WS-DN-CHECKED
134300         " checked, " WS-DN-AGREED " agree, "
134400         WS-DN-PENDING " pending ack, "
134500         WS-DN-EXCEPTIONS " exception(s), "
134600         WS-DN-ONBOARD " adoption(s) not fed".
134700     DISPLAY "  Exceptions       : " WS-EXCEPTION-COUNT.
134800 9000-EXIT.
134900     EXIT.
135000
135100***************************************************************
135200* 9100-DATE-TO-SERIAL - yyyymmdd to a day count, close enough   *
135300*     for ageing arithmetic                                     *
135400***************************************************************
135500 9100-DATE-TO-SERIAL.
135600     MOVE WS-D2D-DATE(1:4) TO WS-D2D-YEAR.
135700     MOVE WS-D2D-DATE(5:2) TO WS-D2D-MONTH.
135800     MOVE WS-D2D-DATE(7:2) TO WS-D2D-DAY.
135900     IF WS-D2D-MONTH < 1 OR WS-D2D-MONTH > 12
136000         MOVE 1 TO WS-D2D-MONTH
136100     END-IF.
136200     COMPUTE WS-D2D-SERIAL =
136300         WS-D2D-YEAR * 365
136400         + WS-D2D-YEAR / 4
136500         - WS-D2D-YEAR / 100
136600         + WS-D2D-YEAR / 400
136700         + WS-MONTH-OFFSET(WS-D2D-MONTH)
136800         + WS-D2D-DAY.
136900 9100-EXIT.
137000     EXIT.
137100
137200 END PROGRAM ChangeRecon.
