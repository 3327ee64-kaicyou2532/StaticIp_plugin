000100***************************************************************
000200*                                                                *
000300*  PROGRAM      : RENUMPLN.CBL                                   *
000400*  PROGRAM-ID   : SubnetRenumber                                 *
000500*  AUTHOR       : T. Kowalczyk, Network Systems Group            *
000600*  INSTALLATION : Data Center Operations                         *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  PURPOSE.                                                      *
001000*      Planning front end for moving a whole subnet.  Walks the  *
001100*      ASSIGNED address records the allocation master holds      *
001200*      under the old subnet, maps every holder (hostname:        *
001300*      interface) to the same host offset in the new subnet,     *
001400*      and checks each target against the master so nothing      *
001500*      lands on an address already ASSIGNED to someone else or   *
001600*      RESERVED or still in quarantine.  A clean plan is         *
001625*      written out as a ready-to-run SetStaticIPBatch            *
001650*      inventory file and, optionally, filed                     *
001700*      as PENDING ChangeSched requests held together in one      *
001750*      change set, so the board approves and ChangeExec runs     *
001800*      the whole move as a unit; a printed old-to-new cross-     *
001850*      reference goes to the change board either way.  A plan    *
001900*      with any collision is printed with the offending rows     *
001950*      marked and nothing is written - a half-renumbered         *
002000*      subnet is worse than none.                                *
002300*                                                                *
002400*      The master is only read here; the addresses move when     *
002500*      the inventory is run or the requests execute, through     *
002600*      the same CheckAllocation updates every push makes.        *
002700*                                                                *
002800*  USAGE.                                                        *
002900*      SubnetRenumber <old-net/prefix> <new-net/prefix>          *
003000*                     <new-gateway> <inventory-out>              *
003100*                     [-ticket <ref>] [-vlan <id> <link>]        *
003200*                     [-file <requester> <start> <end>]          *
003300*                                                                *
003400*      -ticket puts the change reference in the inventory's      *
003500*      ticket column and on the history of every request         *
003600*      filed.  -vlan tags every row onto the given VLAN (the     *
003700*      usual case when a subnet moves to a new VLAN); without    *
003750*      it the rows are plain physical interfaces.  -file         *
003800*      files one PENDING request per row in planned-             *
003850*      changes.dat under <requester>, all with the window        *
003900*      <start> to <end> (YYYYMMDDHHMM) and all members of one    *
003950*      new PENDING change set, approved with ChangeSched         *
004000*      -approveset.  Both subnets must already be on file in     *
004050*      the master (AllocMaint -addsubnet); IPv4 only.            *
004070*                                                                *
004090*      A holder whose NIC is pinned by MAC in its per-host       *
004110*      YAML keeps the binding in the inventory and the           *
004130*      requests; a pinned NIC cannot move onto a VLAN.  With     *
004150*      -file every row is checked against the change-freeze      *
004170*      calendar for the window and a frozen row stops the        *
004190*      whole plan.                                               *
004400*                                                                *
004500*  MODIFICATION HISTORY.                                         *
004600*      2026-10-15  TJK  Initial version.                         *
004620*      2026-10-15  TJK  -file opens a change set for the         *
004640*                       plan and files every request into it.    *
004660*      2026-10-15  TJK  A target in quarantine for another       *
004680*                       holder is a collision too.               *
004685*      2026-10-15  TJK  A request HELD for a change freeze still *
004690*                       claims its address and interface.        *
004691*      2026-10-15  TJK  Carry each holder's MAC binding from     *
004692*                       its per-host YAML into the inventory     *
004693*                       and the filed requests.                  *
004694*      2026-10-15  TJK  -file refuses a plan with any row in a   *
004695*                       change freeze for the window.            *
004696*      2026-10-15  TJK  Ticket leads the set and history note;   *
004697*                       request record widened to 400 and a      *
004698*                       line too long for it is not filed.       *
004700*                                                                *
004800***************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. SubnetRenumber.
005100 AUTHOR. T. Kowalczyk.
005200 INSTALLATION. Data Center Operations.
005300 DATE-WRITTEN. 2026-10-15.
005400 DATE-COMPILED. 2026-10-15.
005500
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT AL-MASTER-FILE ASSIGN DYNAMIC WS-ALLOC-PATH
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS AM-KEY
006300         LOCK MODE IS AUTOMATIC
006400         SHARING WITH ALL OTHER
006500         FILE STATUS IS WS-FILE-STATUS.
006600     SELECT RN-INVENTORY-FILE ASSIGN DYNAMIC WS-INVENTORY-PATH
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-INV-STATUS.
006900     SELECT CR-REQUEST-FILE ASSIGN DYNAMIC WS-REQUEST-PATH
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REQ-STATUS.
007200     SELECT CR-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-HIST-STATUS.
007420     SELECT CS-SET-FILE ASSIGN DYNAMIC WS-SET-PATH
007440         ORGANIZATION IS LINE SEQUENTIAL
007460         FILE STATUS IS WS-SET-STATUS.
007470     SELECT RN-YAML-FILE ASSIGN DYNAMIC WS-YAML-PATH
007480         ORGANIZATION IS LINE SEQUENTIAL
007490         FILE STATUS IS WS-YAML-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  AL-MASTER-FILE.
007900 COPY "allocrec.cpy".
008000
008100 FD  RN-INVENTORY-FILE.
008200 01  RN-INVENTORY-RECORD       PIC X(160).
008300
008400 FD  CR-REQUEST-FILE.
008500 01  CR-REQUEST-RECORD         PIC X(400).
008600
008700 FD  CR-HISTORY-FILE.
008800 01  CR-HISTORY-RECORD         PIC X(200).
008820
008840 FD  CS-SET-FILE.
008860 01  CS-SET-RECORD             PIC X(200).
008870
008880 FD  RN-YAML-FILE.
008890 01  RN-YAML-RECORD            PIC X(200).
008900
009000 WORKING-STORAGE SECTION.
009100 01  WS-FILE-STATUS            PIC X(02).
009200 01  WS-INV-STATUS             PIC X(02).
009300 01  WS-REQ-STATUS             PIC X(02).
009400 01  WS-HIST-STATUS            PIC X(02).
009450 01  WS-SET-STATUS             PIC X(02).
009470 01  WS-YAML-STATUS            PIC X(02).
009500 01  WS-ALLOC-PATH             PIC X(100)
009600     VALUE "/etc/netplan/ip-allocations.idx".
009700 01  WS-INVENTORY-PATH         PIC X(100).
009800 01  WS-REQUEST-PATH           PIC X(100)
009900     VALUE "/etc/netplan/planned-changes.dat".
010000 01  WS-HISTORY-PATH           PIC X(100)
010100     VALUE "/etc/netplan/planned-changes-hist.dat".
010120 01  WS-SET-PATH               PIC X(100)
010140     VALUE "/etc/netplan/planned-change-sets.dat".
010145 01  WS-HOSTS-DIR              PIC X(100)
010150     VALUE "/etc/netplan/hosts/".
010155 01  WS-YAML-PATH              PIC X(100).
010160 01  WS-FREEZE-PATH            PIC X(100)
010165     VALUE "/etc/netplan/freeze-calendar.dat".
010170 01  WS-AUDIT-LOG-PATH         PIC X(100)
010175     VALUE "/etc/netplan/static-ip-changes.log".
010200
010300 01  WS-ARGCOUNT               PIC 9(02) COMP VALUE 0.
010400 01  WS-ARG-IX                 PIC 9(02) COMP VALUE 0.
010500 01  WS-ARG-TEXT               PIC X(200).
010600 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
010700     88  WS-ABORT                       VALUE "Y".
010800 01  WS-FILE-REQ-SWITCH        PIC X(01) VALUE "N".
010900     88  WS-FILE-REQUESTS               VALUE "Y".
011000
011100 01  WS-OLD-NET                PIC X(50).
011200 01  WS-NEW-NET                PIC X(50).
011300 01  WS-NEW-GATEWAY            PIC X(50).
011400 01  WS-TICKET-REF             PIC X(20) VALUE SPACES.
011500 01  WS-VLAN-ID                PIC X(04) VALUE SPACES.
011600 01  WS-VLAN-LINK              PIC X(20) VALUE SPACES.
011700 01  WS-NEW-REQUESTER          PIC X(20) VALUE SPACES.
011800 01  WS-NEW-START              PIC X(12) VALUE SPACES.
011900 01  WS-NEW-END                PIC X(12) VALUE SPACES.
012000
012100*    Network base and size of each side of the move
012200 01  WS-OLD-BASE-NUM           PIC 9(10) COMP.
012300 01  WS-OLD-BLOCK              PIC 9(10) COMP.
012400 01  WS-OLD-PREFIX             PIC 9(03).
012500 01  WS-NEW-BASE-NUM           PIC 9(10) COMP.
012600 01  WS-NEW-BLOCK              PIC 9(10) COMP.
012700 01  WS-NEW-PREFIX             PIC 9(03).
012800 01  WS-NEW-PREFIX-TEXT        PIC X(03).
012900 01  WS-GATEWAY-NUM            PIC 9(10) COMP.
013000 01  WS-PARSE-NET              PIC X(50).
013100 01  WS-PARSE-BASE             PIC 9(10) COMP.
013200 01  WS-PARSE-BLOCK            PIC 9(10) COMP.
013300 01  WS-NET-ADDR-PART          PIC X(45).
013400 01  WS-NET-PREFIX-PART        PIC X(03).
013500 01  WS-NET-PREFIX             PIC 9(03).
013600 01  WS-COLON-COUNT            PIC 9(02) COMP.
013700 01  WS-TRAIL-CNT              PIC 9(02) COMP.
013800
013900*    One row per holder being moved
014000 01  WS-PLAN-COUNT             PIC 9(04) COMP VALUE 0.
014100 01  WS-PLAN-TABLE.
014200     05  WS-PLAN               OCCURS 1000 TIMES.
014300         10  WS-PL-HOSTNAME    PIC X(30).
014400         10  WS-PL-IFACE       PIC X(20).
014500         10  WS-PL-HOLDER      PIC X(51).
014600         10  WS-PL-OLD-ADDR    PIC X(45).
014700         10  WS-PL-NEW-ADDR    PIC X(45).
014800         10  WS-PL-OFFSET      PIC 9(10) COMP.
014900         10  WS-PL-STATE       PIC X(01).
015000             88  WS-PL-CLEAN            VALUE "O".
015100         10  WS-PL-NOTE        PIC X(60).
015150         10  WS-PL-MAC         PIC X(40).
015200 01  WS-IX                     PIC 9(04) COMP.
015300 01  WS-JX                     PIC 9(04) COMP.
015400 01  WS-COLLISION-COUNT        PIC 9(04) COMP VALUE 0.
015500 01  WS-CNT-DISP               PIC ZZZZ9.
015600 01  WS-XR-OLD                 PIC X(15).
015700 01  WS-XR-NEW                 PIC X(15).
015710 01  WS-FROZEN-COUNT           PIC 9(04) COMP VALUE 0.
015720
015730*    The holder's MAC binding, read back from its per-host YAML
015740 01  WS-YAML-IFACE             PIC X(20).
015750 01  WS-YAML-MAC               PIC X(20).
015760 01  WS-YAML-SET-NAME          PIC X(20).
015800
015900*    Open requests already on file, for the id sequence and the
016000*    same cross-check ChangeSched makes at filing time
016100 01  WS-REQ-COUNT              PIC 9(03) COMP VALUE 0.
016200 01  WS-REQ-TABLE.
016300     05  WS-REQ                OCCURS 200 TIMES.
016400         10  WS-RQ-ID          PIC X(14).
016500         10  WS-RQ-HOSTNAME    PIC X(30).
016600         10  WS-RQ-IFACE       PIC X(20).
016700         10  WS-RQ-IP          PIC X(50).
016800         10  WS-RQ-GATEWAY     PIC X(50).
016900         10  WS-RQ-VLANID      PIC X(04).
017000         10  WS-RQ-VLANLINK    PIC X(20).
017100         10  WS-RQ-REQUESTER   PIC X(20).
017200         10  WS-RQ-APPROVER    PIC X(20).
017300         10  WS-RQ-STATUS      PIC X(09).
017400 01  WS-RQ-ADDR-PART           PIC X(45).
017500 01  WS-NEW-ID                 PIC X(14).
017600 01  WS-NEW-IP                 PIC X(50).
017700 01  WS-SEQ-NUM                PIC 9(03).
017800 01  WS-SEQ-MAX                PIC 9(03).
017900 01  WS-FILED-COUNT            PIC 9(04) COMP VALUE 0.
018000 01  WS-CONFLICT-COUNT         PIC 9(04) COMP VALUE 0.
018100 01  WS-HIST-NOTE              PIC X(60).
018120 01  WS-NEW-SET-ID             PIC X(14).
018140 01  WS-SET-COUNT              PIC 9(03) COMP VALUE 0.
018160 01  WS-SET-SEQ-MAX            PIC 9(03).
018180 01  WS-REQUEST-LINE           PIC X(400).
018200
018300 01  WS-DATE8                  PIC 9(08).
018400 01  WS-DATE8-X REDEFINES WS-DATE8
018500                               PIC X(08).
018600 01  WS-TIME8                  PIC 9(08).
018700 01  WS-STAMP                  PIC X(17).
018800
018900*    Subprogram linkage work areas
019000 01  WS-VA-FAMILY              PIC X(01).
019100 01  WS-VA-REQUIRE-PREFIX      PIC X(01).
019200 01  WS-VA-SUBNET-CHECK        PIC X(50).
019300 01  WS-VA-VALID               PIC X(01).
019400     88  WS-VA-IS-VALID                 VALUE "Y".
019500 01  WS-VN-VALID-SWITCH        PIC X(01).
019600     88  WS-VN-IS-VALID                 VALUE "Y".
019700 01  WS-VN-NAME-CHECK          PIC X(50).
019710 01  WS-FZ-OVERRIDE            PIC X(20) VALUE SPACES.
019720 01  WS-FZ-RESULT              PIC X(01).
019730     88  WS-FZ-FROZEN                   VALUE "F".
019740     88  WS-FZ-NO-FILE                  VALUE "M".
019750 01  WS-FZ-FREEZE-NAME         PIC X(30).
019760 01  WS-FZ-MESSAGE             PIC X(80).
019800
019900*    Dotted-quad arithmetic, the way AllocMaint walks a range
020000 01  WS-CONV-ADDR              PIC X(45).
020100 01  WS-CONV-OCTETS.
020200     05  WS-CONV-OCTET         OCCURS 4 TIMES
020300                               PIC X(03).
020400 01  WS-CONV-OCTET-NUM         OCCURS 4 TIMES
020500                               PIC 9(03).
020600 01  WS-CONV-NUM               PIC 9(10) COMP.
020700 01  WS-CONV-BAD-SWITCH        PIC X(01).
020800     88  WS-CONV-BAD                    VALUE "Y".
020900 01  WS-CAND-NUM               PIC 9(10) COMP.
021000 01  WS-WORK-NUM               PIC 9(10) COMP.
021100 01  WS-CAND-OCTET             OCCURS 4 TIMES
021200                               PIC 9(03).
021300 01  WS-OCT-DISP               PIC ZZ9.
021400 01  WS-OCT-LEAD               PIC 9(02) COMP.
021500 01  WS-CAND-ADDR              PIC X(45).
021600 01  WS-CAND-PTR               PIC 9(03) COMP.
021700 01  WS-SUB-IX                 PIC 9(02) COMP.
021800
021900 PROCEDURE DIVISION.
022000
022100***************************************************************
022200* 0000-MAINLINE                                                 *
022300***************************************************************
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-PARSE-ARGUMENTS THRU 2000-EXIT.
022700     IF NOT WS-ABORT
022800         PERFORM 2500-CHECK-PLAN-ARGS THRU 2500-EXIT
022900     END-IF.
023000     IF WS-ABORT
023100         MOVE 16 TO RETURN-CODE
023200         GO TO 0000-EXIT
023300     END-IF.
023400     PERFORM 3000-OPEN-MASTER THRU 3000-EXIT.
023500     IF WS-ABORT
023600         MOVE 16 TO RETURN-CODE
023700         GO TO 0000-EXIT
023800     END-IF.
023900     PERFORM 4000-BUILD-PLAN THRU 4000-EXIT.
024000     IF NOT WS-ABORT
024100         PERFORM 4500-CHECK-TARGETS THRU 4500-EXIT
024200     END-IF.
024300     CLOSE AL-MASTER-FILE.
024400     IF WS-ABORT
024500         MOVE 16 TO RETURN-CODE
024600         GO TO 0000-EXIT
024700     END-IF.
024800     PERFORM 5000-PRINT-CROSS-REFERENCE THRU 5000-EXIT.
024900     IF WS-PLAN-COUNT = 0
025000         DISPLAY "Nothing ASSIGNED in " WS-OLD-NET
025100             " - no inventory written."
025200         MOVE 0 TO RETURN-CODE
025300         GO TO 0000-EXIT
025400     END-IF.
025500     IF WS-COLLISION-COUNT > 0
025600         MOVE WS-COLLISION-COUNT TO WS-CNT-DISP
025700         DISPLAY WS-CNT-DISP " row(s) cannot move - no inventory"
025800             " written, no requests filed."
025900         MOVE 8 TO RETURN-CODE
026000         GO TO 0000-EXIT
026100     END-IF.
026200     IF WS-FILE-REQUESTS
026300         PERFORM 7000-LOAD-REQUESTS THRU 7000-EXIT
026400         IF NOT WS-ABORT
026500             PERFORM 7100-CROSS-CHECK-REQUESTS THRU 7100-EXIT
026600         END-IF
026700         IF WS-ABORT
026800             MOVE 16 TO RETURN-CODE
026900             GO TO 0000-EXIT
027000         END-IF
027100         IF WS-CONFLICT-COUNT > 0
027200             MOVE WS-CONFLICT-COUNT TO WS-CNT-DISP
027300             DISPLAY WS-CNT-DISP " row(s) clash with open"
027400                 " requests - no inventory written, no"
027500                 " requests filed."
027600             MOVE 8 TO RETURN-CODE
027700             GO TO 0000-EXIT
027800         END-IF
027810         PERFORM 7150-CHECK-FREEZES THRU 7150-EXIT
027820         IF WS-ABORT
027830             MOVE 16 TO RETURN-CODE
027840             GO TO 0000-EXIT
027850         END-IF
027900     END-IF.
028000     PERFORM 6000-WRITE-INVENTORY THRU 6000-EXIT.
028100     IF WS-ABORT
028200         MOVE 16 TO RETURN-CODE
028300         GO TO 0000-EXIT
028400     END-IF.
028500     IF WS-FILE-REQUESTS
028600         PERFORM 7200-FILE-REQUESTS THRU 7200-EXIT
028700     END-IF.
028800     IF WS-ABORT
028900         MOVE 16 TO RETURN-CODE
029000     ELSE
029100         MOVE 0 TO RETURN-CODE
029200     END-IF.
029300 0000-EXIT.
029400     STOP RUN.
029500
029600***************************************************************
029700* 1000-INITIALIZE                                               *
029800***************************************************************
029900 1000-INITIALIZE.
030000     ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER.
030100     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
030200     ACCEPT WS-TIME8 FROM TIME.
030300     MOVE SPACES TO WS-STAMP.
030400     STRING WS-DATE8 "-" WS-TIME8 DELIMITED BY SIZE
030500         INTO WS-STAMP.
030600 1000-EXIT.
030700     EXIT.
030800
030900***************************************************************
031000* 2000-PARSE-ARGUMENTS - four positional values, then the       *
031100*     -ticket/-vlan/-file options in any order                  *
031200***************************************************************
031300 2000-PARSE-ARGUMENTS.
031400     IF WS-ARGCOUNT < 4
031500         PERFORM 2900-USAGE THRU 2900-EXIT
031600         GO TO 2000-EXIT
031700     END-IF.
031800     DISPLAY 1 UPON ARGUMENT-NUMBER.
031900     ACCEPT WS-OLD-NET FROM ARGUMENT-VALUE.
032000     DISPLAY 2 UPON ARGUMENT-NUMBER.
032100     ACCEPT WS-NEW-NET FROM ARGUMENT-VALUE.
032200     DISPLAY 3 UPON ARGUMENT-NUMBER.
032300     ACCEPT WS-NEW-GATEWAY FROM ARGUMENT-VALUE.
032400     DISPLAY 4 UPON ARGUMENT-NUMBER.
032500     ACCEPT WS-INVENTORY-PATH FROM ARGUMENT-VALUE.
032600     MOVE 5 TO WS-ARG-IX.
032700     PERFORM UNTIL WS-ARG-IX > WS-ARGCOUNT OR WS-ABORT
032800         DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER
032900         ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
033000         PERFORM 2100-DISPATCH-ARG THRU 2100-EXIT
033100         ADD 1 TO WS-ARG-IX
033200     END-PERFORM.
033300 2000-EXIT.
033400     EXIT.
033500
033600***************************************************************
033700* 2100-DISPATCH-ARG - one option and the value(s) it takes      *
033800***************************************************************
033900 2100-DISPATCH-ARG.
034000     EVALUATE WS-ARG-TEXT
034100         WHEN "-ticket"
034200             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
034300             MOVE WS-ARG-TEXT TO WS-TICKET-REF
034400         WHEN "-vlan"
034500             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
034600             MOVE WS-ARG-TEXT TO WS-VLAN-ID
034700             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
034800             MOVE WS-ARG-TEXT TO WS-VLAN-LINK
034900         WHEN "-file"
035000             SET WS-FILE-REQUESTS TO TRUE
035100             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
035200             MOVE WS-ARG-TEXT TO WS-NEW-REQUESTER
035300             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
035400             MOVE WS-ARG-TEXT TO WS-NEW-START
035500             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
035600             MOVE WS-ARG-TEXT TO WS-NEW-END
035700         WHEN OTHER
035800             DISPLAY "ERROR: unknown argument: " WS-ARG-TEXT
035900             PERFORM 2900-USAGE THRU 2900-EXIT
036000     END-EVALUATE.
036100 2100-EXIT.
036200     EXIT.
036300
036400***************************************************************
036500* 2200-NEED-ONE-MORE - advance to the next token, required as   *
036600*                      the value for the flag just matched      *
036700***************************************************************
036800 2200-NEED-ONE-MORE.
036900     IF WS-ARG-IX >= WS-ARGCOUNT
037000         PERFORM 2900-USAGE THRU 2900-EXIT
037100         MOVE SPACES TO WS-ARG-TEXT
037200         GO TO 2200-EXIT
037300     END-IF.
037400     ADD 1 TO WS-ARG-IX.
037500     DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER.
037600     ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE.
037700 2200-EXIT.
037800     EXIT.
037900
038000***************************************************************
038100* 2500-CHECK-PLAN-ARGS - both networks and the gateway are      *
038200*     checked before the master is opened; every option value   *
038300*     gets the check its ChangeSched or inventory field gets    *
038400***************************************************************
038500 2500-CHECK-PLAN-ARGS.
038600     MOVE 0 TO WS-COLON-COUNT.
038700     INSPECT WS-OLD-NET TALLYING WS-COLON-COUNT FOR ALL ":".
038800     INSPECT WS-NEW-NET TALLYING WS-COLON-COUNT FOR ALL ":".
038900     INSPECT WS-NEW-GATEWAY TALLYING WS-COLON-COUNT
039000         FOR ALL ":".
039100     IF WS-COLON-COUNT > 0
039200         DISPLAY "ERROR: renumbering plans are IPv4 only"
039300         SET WS-ABORT TO TRUE
039400         GO TO 2500-EXIT
039500     END-IF.
039600     MOVE WS-OLD-NET TO WS-PARSE-NET.
039700     PERFORM 2600-PARSE-NETWORK THRU 2600-EXIT.
039800     IF WS-ABORT
039900         GO TO 2500-EXIT
040000     END-IF.
040100     MOVE WS-PARSE-BASE TO WS-OLD-BASE-NUM.
040200     MOVE WS-PARSE-BLOCK TO WS-OLD-BLOCK.
040300     MOVE WS-NET-PREFIX TO WS-OLD-PREFIX.
040400     MOVE WS-NEW-NET TO WS-PARSE-NET.
040500     PERFORM 2600-PARSE-NETWORK THRU 2600-EXIT.
040600     IF WS-ABORT
040700         GO TO 2500-EXIT
040800     END-IF.
040900     MOVE WS-PARSE-BASE TO WS-NEW-BASE-NUM.
041000     MOVE WS-PARSE-BLOCK TO WS-NEW-BLOCK.
041100     MOVE WS-NET-PREFIX TO WS-NEW-PREFIX.
041200     MOVE WS-NET-PREFIX-PART TO WS-NEW-PREFIX-TEXT.
041300     IF WS-OLD-BASE-NUM = WS-NEW-BASE-NUM
041400         DISPLAY "ERROR: old and new networks are the same"
041500         SET WS-ABORT TO TRUE
041600         GO TO 2500-EXIT
041700     END-IF.
041800     MOVE "4" TO WS-VA-FAMILY.
041900     MOVE "N" TO WS-VA-REQUIRE-PREFIX.
042000     MOVE SPACES TO WS-VA-SUBNET-CHECK.
042100     CALL "ValidateIPAddr" USING WS-NEW-GATEWAY
042200         WS-VA-FAMILY WS-VA-REQUIRE-PREFIX
042300         WS-VA-SUBNET-CHECK WS-VA-VALID.
042400     IF NOT WS-VA-IS-VALID
042500         DISPLAY "ERROR: invalid gateway: " WS-NEW-GATEWAY
042600         SET WS-ABORT TO TRUE
042700         GO TO 2500-EXIT
042800     END-IF.
042900     MOVE WS-NEW-GATEWAY TO WS-CONV-ADDR.
043000     PERFORM 6500-ADDR-TO-NUMBER THRU 6500-EXIT.
043100     MOVE WS-CONV-NUM TO WS-GATEWAY-NUM.
043200     IF WS-GATEWAY-NUM <= WS-NEW-BASE-NUM
043300        OR WS-GATEWAY-NUM >= WS-NEW-BASE-NUM + WS-NEW-BLOCK - 1
043400         DISPLAY "ERROR: gateway " WS-NEW-GATEWAY
043500             " is not a host address in " WS-NEW-NET
043600         SET WS-ABORT TO TRUE
043700         GO TO 2500-EXIT
043800     END-IF.
043900     IF WS-TICKET-REF NOT = SPACES
044000         MOVE SPACES TO WS-VN-NAME-CHECK
044100         MOVE WS-TICKET-REF TO WS-VN-NAME-CHECK
044200         CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
044300             WS-VN-VALID-SWITCH
044400         IF NOT WS-VN-IS-VALID
044500             DISPLAY "ERROR: invalid ticket reference: "
044600                 WS-TICKET-REF
044700             SET WS-ABORT TO TRUE
044800             GO TO 2500-EXIT
044900         END-IF
045000     END-IF.
045100     IF WS-VLAN-ID NOT = SPACES
045200         MOVE 0 TO WS-TRAIL-CNT
045300         INSPECT WS-VLAN-ID TALLYING WS-TRAIL-CNT
045400             FOR TRAILING SPACE
045500         IF WS-VLAN-ID(1:4 - WS-TRAIL-CNT) IS NOT NUMERIC
045600             DISPLAY "ERROR: invalid vlan id: " WS-VLAN-ID
045700             SET WS-ABORT TO TRUE
045800             GO TO 2500-EXIT
045900         END-IF
046000         MOVE SPACES TO WS-VN-NAME-CHECK
046100         MOVE WS-VLAN-LINK TO WS-VN-NAME-CHECK
046200         CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
046300             WS-VN-VALID-SWITCH
046400         IF NOT WS-VN-IS-VALID
046500             DISPLAY "ERROR: invalid vlan link: " WS-VLAN-LINK
046600             SET WS-ABORT TO TRUE
046700             GO TO 2500-EXIT
046800         END-IF
046900     END-IF.
047000     IF NOT WS-FILE-REQUESTS
047100         GO TO 2500-EXIT
047200     END-IF.
047300     MOVE SPACES TO WS-VN-NAME-CHECK.
047400     MOVE WS-NEW-REQUESTER TO WS-VN-NAME-CHECK.
047500     CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
047600         WS-VN-VALID-SWITCH.
047700     IF NOT WS-VN-IS-VALID
047800         DISPLAY "ERROR: invalid requester name: "
047900             WS-NEW-REQUESTER
048000         SET WS-ABORT TO TRUE
048100         GO TO 2500-EXIT
048200     END-IF.
048300     IF WS-NEW-START(1:12) IS NOT NUMERIC
048400         OR WS-NEW-END(1:12) IS NOT NUMERIC
048500         DISPLAY "ERROR: window stamps are YYYYMMDDHHMM"
048600         SET WS-ABORT TO TRUE
048700         GO TO 2500-EXIT
048800     END-IF.
048900     IF WS-NEW-END <= WS-NEW-START
049000         DISPLAY "ERROR: window end must follow window start"
049100         SET WS-ABORT TO TRUE
049200     END-IF.
049300 2500-EXIT.
049400     EXIT.
049500
049600***************************************************************
049700* 2600-PARSE-NETWORK - a.b.c.d/p in WS-PARSE-NET to its masked  *
049800*     base number and block size; a host-sized prefix (31 or    *
049900*     32) leaves nothing to renumber and is refused             *
050000***************************************************************
050100 2600-PARSE-NETWORK.
050200     MOVE "4" TO WS-VA-FAMILY.
050300     MOVE "Y" TO WS-VA-REQUIRE-PREFIX.
050400     MOVE SPACES TO WS-VA-SUBNET-CHECK.
050500     CALL "ValidateIPAddr" USING WS-PARSE-NET
050600         WS-VA-FAMILY WS-VA-REQUIRE-PREFIX
050700         WS-VA-SUBNET-CHECK WS-VA-VALID.
050800     IF NOT WS-VA-IS-VALID
050900         DISPLAY "ERROR: invalid network/prefix: " WS-PARSE-NET
051000         SET WS-ABORT TO TRUE
051100         GO TO 2600-EXIT
051200     END-IF.
051300     MOVE SPACES TO WS-NET-ADDR-PART WS-NET-PREFIX-PART.
051400     MOVE 0 TO WS-NET-PREFIX.
051500     UNSTRING WS-PARSE-NET DELIMITED BY "/"
051600         INTO WS-NET-ADDR-PART WS-NET-PREFIX-PART.
051700     MOVE 0 TO WS-TRAIL-CNT.
051800     INSPECT WS-NET-PREFIX-PART TALLYING WS-TRAIL-CNT
051900         FOR TRAILING SPACE.
052000     IF WS-TRAIL-CNT = 3 OR
052100        WS-NET-PREFIX-PART(1:3 - WS-TRAIL-CNT) IS NOT NUMERIC
052200         DISPLAY "ERROR: prefix is not numeric: " WS-PARSE-NET
052300         SET WS-ABORT TO TRUE
052400         GO TO 2600-EXIT
052500     END-IF.
052600     MOVE WS-NET-PREFIX-PART TO WS-NET-PREFIX.
052700     IF WS-NET-PREFIX < 8 OR WS-NET-PREFIX > 30
052800         DISPLAY "ERROR: prefix must be 8 to 30: " WS-PARSE-NET
052900         SET WS-ABORT TO TRUE
053000         GO TO 2600-EXIT
053100     END-IF.
053200     MOVE WS-NET-ADDR-PART TO WS-CONV-ADDR.
053300     PERFORM 6500-ADDR-TO-NUMBER THRU 6500-EXIT.
053400     IF WS-CONV-BAD
053500         DISPLAY "ERROR: malformed network: " WS-PARSE-NET
053600         SET WS-ABORT TO TRUE
053700         GO TO 2600-EXIT
053800     END-IF.
053900     COMPUTE WS-PARSE-BLOCK = 2 ** (32 - WS-NET-PREFIX).
054000     COMPUTE WS-PARSE-BASE =
054100         (WS-CONV-NUM / WS-PARSE-BLOCK) * WS-PARSE-BLOCK.
054200 2600-EXIT.
054300     EXIT.
054400
054500***************************************************************
054600* 2900-USAGE - bad arguments, show usage and flag abort         *
054700***************************************************************
054800 2900-USAGE.
054900     DISPLAY "Usage: SubnetRenumber <old-net/prefix>"
055000         " <new-net/prefix> <new-gateway> <inventory-out>".
055100     DISPLAY "       [-ticket <ref>] [-vlan <id> <link>]".
055200     DISPLAY "       [-file <requester> <start YYYYMMDDHHMM>"
055300         " <end YYYYMMDDHHMM>]".
055400     SET WS-ABORT TO TRUE.
055500 2900-EXIT.
055600     EXIT.
055700
055800***************************************************************
055900* 3000-OPEN-MASTER - read-only; both subnets must already be    *
056000*     on file, or every row would fail its allocation check     *
056100*     the moment it was pushed                                  *
056200***************************************************************
056300 3000-OPEN-MASTER.
056400     OPEN INPUT AL-MASTER-FILE.
056500     IF WS-FILE-STATUS NOT = "00"
056600         DISPLAY "ERROR: cannot open allocation master "
056700             WS-ALLOC-PATH " status " WS-FILE-STATUS
056800         SET WS-ABORT TO TRUE
056900         GO TO 3000-EXIT
057000     END-IF.
057100     MOVE "S" TO AM-REC-TYPE.
057200     MOVE WS-OLD-NET TO AM-KEY-VALUE.
057300     READ AL-MASTER-FILE KEY IS AM-KEY
057400         INVALID KEY
057500             DISPLAY "ERROR: old subnet not on file: " WS-OLD-NET
057600             SET WS-ABORT TO TRUE
057700     END-READ.
057800     MOVE "S" TO AM-REC-TYPE.
057900     MOVE WS-NEW-NET TO AM-KEY-VALUE.
058000     READ AL-MASTER-FILE KEY IS AM-KEY
058100         INVALID KEY
058200             DISPLAY "ERROR: new subnet not on file: " WS-NEW-NET
058300                 " - add it with AllocMaint -addsubnet first"
058400             SET WS-ABORT TO TRUE
058500     END-READ.
058600     IF WS-ABORT
058700         CLOSE AL-MASTER-FILE
058800     END-IF.
058900 3000-EXIT.
059000     EXIT.
059100
059200***************************************************************
059300* 4000-BUILD-PLAN - one pass over the A records; every          *
059400*     ASSIGNED address inside the old subnet becomes a row      *
059500***************************************************************
059600 4000-BUILD-PLAN.
059700     MOVE 0 TO WS-PLAN-COUNT.
059800     MOVE "A" TO AM-REC-TYPE.
059900     MOVE SPACES TO AM-KEY-VALUE.
060000     START AL-MASTER-FILE KEY >= AM-KEY
060100         INVALID KEY
060200             GO TO 4000-EXIT
060300     END-START.
060400     PERFORM UNTIL WS-FILE-STATUS NOT = "00" OR WS-ABORT
060500         READ AL-MASTER-FILE NEXT
060600             AT END
060700                 MOVE "10" TO WS-FILE-STATUS
060800             NOT AT END
060900                 IF AM-REC-TYPE = "A"
061000                     PERFORM 4100-TAKE-ONE-ADDR THRU 4100-EXIT
061100                 ELSE
061200                     MOVE "10" TO WS-FILE-STATUS
061300                 END-IF
061400         END-READ
061500     END-PERFORM.
061600     MOVE "00" TO WS-FILE-STATUS.
061700 4000-EXIT.
061800     EXIT.
061900
062000***************************************************************
062100* 4100-TAKE-ONE-ADDR - the A record just read, when it is an    *
062200*     ASSIGNED v4 address inside the old subnet                 *
062300***************************************************************
062400 4100-TAKE-ONE-ADDR.
062500     IF AM-STATUS NOT = "ASSIGNED"
062600         GO TO 4100-EXIT
062700     END-IF.
062800     MOVE 0 TO WS-COLON-COUNT.
062900     INSPECT AM-KEY-VALUE TALLYING WS-COLON-COUNT FOR ALL ":".
063000     IF WS-COLON-COUNT > 0
063100         GO TO 4100-EXIT
063200     END-IF.
063300     MOVE AM-KEY-VALUE TO WS-CONV-ADDR.
063400     PERFORM 6500-ADDR-TO-NUMBER THRU 6500-EXIT.
063500     IF WS-CONV-BAD
063600         GO TO 4100-EXIT
063700     END-IF.
063800     IF WS-CONV-NUM < WS-OLD-BASE-NUM
063900        OR WS-CONV-NUM >= WS-OLD-BASE-NUM + WS-OLD-BLOCK
064000         GO TO 4100-EXIT
064100     END-IF.
064200     IF WS-PLAN-COUNT >= 1000
064300         DISPLAY "ERROR: more than 1000 assigned addresses in "
064400             WS-OLD-NET " - plan it in pieces"
064500         SET WS-ABORT TO TRUE
064600         GO TO 4100-EXIT
064700     END-IF.
064800     ADD 1 TO WS-PLAN-COUNT.
064900     MOVE WS-PLAN-COUNT TO WS-IX.
065000     MOVE SPACES TO WS-PLAN(WS-IX).
065100     MOVE AM-KEY-VALUE TO WS-PL-OLD-ADDR(WS-IX).
065200     MOVE AM-DETAIL TO WS-PL-HOLDER(WS-IX).
065300     UNSTRING AM-DETAIL DELIMITED BY ":"
065400         INTO WS-PL-HOSTNAME(WS-IX) WS-PL-IFACE(WS-IX).
065500     COMPUTE WS-PL-OFFSET(WS-IX) =
065600         WS-CONV-NUM - WS-OLD-BASE-NUM.
065700     MOVE "O" TO WS-PL-STATE(WS-IX).
065800 4100-EXIT.
065900     EXIT.
066000
066100***************************************************************
066200* 4500-CHECK-TARGETS - every row's target: it must fit the new  *
066300*     subnet, must not be the new gateway, and must not be      *
066400*     ASSIGNED to anyone else or RESERVED in the master; the    *
066450*     holder's MAC binding comes along from its per-host YAML   *
066500***************************************************************
066600 4500-CHECK-TARGETS.
066700     MOVE 0 TO WS-COLLISION-COUNT.
066800     PERFORM VARYING WS-IX FROM 1 BY 1
066900             UNTIL WS-IX > WS-PLAN-COUNT
067000         PERFORM 4600-CHECK-ONE-TARGET THRU 4600-EXIT
067020         IF WS-PL-CLEAN(WS-IX)
067040             PERFORM 4700-READ-MAC-BINDING THRU 4700-EXIT
067060         END-IF
067100         IF NOT WS-PL-CLEAN(WS-IX)
067200             ADD 1 TO WS-COLLISION-COUNT
067300         END-IF
067400     END-PERFORM.
067500 4500-EXIT.
067600     EXIT.
067700
067800***************************************************************
067900* 4600-CHECK-ONE-TARGET - the row at WS-IX                      *
068000***************************************************************
068100 4600-CHECK-ONE-TARGET.
068200     IF WS-PL-HOSTNAME(WS-IX) = SPACES
068300        OR WS-PL-IFACE(WS-IX) = SPACES
068400         MOVE "X" TO WS-PL-STATE(WS-IX)
068500         MOVE "holder is not hostname:interface"
068600             TO WS-PL-NOTE(WS-IX)
068700         GO TO 4600-EXIT
068800     END-IF.
068900     PERFORM VARYING WS-JX FROM 1 BY 1
069000             UNTIL WS-JX >= WS-IX
069100         IF WS-PL-HOLDER(WS-JX) = WS-PL-HOLDER(WS-IX)
069200             MOVE "X" TO WS-PL-STATE(WS-IX)
069300             MOVE "holder already has a row in this plan"
069400                 TO WS-PL-NOTE(WS-IX)
069500         END-IF
069600     END-PERFORM.
069700     IF NOT WS-PL-CLEAN(WS-IX)
069800         GO TO 4600-EXIT
069900     END-IF.
070000     IF WS-PL-OFFSET(WS-IX) = 0
070100        OR WS-PL-OFFSET(WS-IX) >= WS-NEW-BLOCK - 1
070200         MOVE "X" TO WS-PL-STATE(WS-IX)
070300         MOVE "host offset falls outside the new subnet"
070400             TO WS-PL-NOTE(WS-IX)
070500         GO TO 4600-EXIT
070600     END-IF.
070700     COMPUTE WS-CAND-NUM =
070800         WS-NEW-BASE-NUM + WS-PL-OFFSET(WS-IX).
070900     PERFORM 6600-FORMAT-CANDIDATE THRU 6600-EXIT.
071000     MOVE WS-CAND-ADDR TO WS-PL-NEW-ADDR(WS-IX).
071100     IF WS-CAND-NUM = WS-GATEWAY-NUM
071200         MOVE "X" TO WS-PL-STATE(WS-IX)
071300         MOVE "target is the new gateway address"
071400             TO WS-PL-NOTE(WS-IX)
071500         GO TO 4600-EXIT
071600     END-IF.
071700     MOVE "A" TO AM-REC-TYPE.
071800     MOVE WS-CAND-ADDR TO AM-KEY-VALUE.
071900     READ AL-MASTER-FILE KEY IS AM-KEY
072000         INVALID KEY
072100             GO TO 4600-EXIT
072200     END-READ.
072300     IF AM-STATUS = "ASSIGNED"
072400        AND AM-DETAIL NOT = WS-PL-HOLDER(WS-IX)
072500         MOVE "X" TO WS-PL-STATE(WS-IX)
072600         MOVE SPACES TO WS-PL-NOTE(WS-IX)
072700         STRING "target ASSIGNED to " DELIMITED BY SIZE
072800             AM-DETAIL DELIMITED BY SPACE
072900             INTO WS-PL-NOTE(WS-IX)
073000     END-IF.
073100     IF AM-STATUS = "RESERVED"
073200         MOVE "X" TO WS-PL-STATE(WS-IX)
073300         MOVE SPACES TO WS-PL-NOTE(WS-IX)
073400         STRING "target RESERVED (" DELIMITED BY SIZE
073500             AM-DETAIL DELIMITED BY SPACE
073600             ")" DELIMITED BY SIZE
073700             INTO WS-PL-NOTE(WS-IX)
073800     END-IF.
073810     IF AM-STATUS = "QUARANT"
073820        AND AM-QU-HOLDER NOT = WS-PL-HOLDER(WS-IX)
073830         MOVE "X" TO WS-PL-STATE(WS-IX)
073840         MOVE SPACES TO WS-PL-NOTE(WS-IX)
073850         STRING "target in quarantine since " DELIMITED BY SIZE
073860             AM-QU-RELEASED DELIMITED BY SIZE
073870             " - AllocMaint -housekeep" DELIMITED BY SIZE
073880             INTO WS-PL-NOTE(WS-IX)
073890     END-IF.
073900 4600-EXIT.
074000     EXIT.
074001
074002***************************************************************
074003* 4700-READ-MAC-BINDING - match: macaddress: / set-name: of the *
074004*     row's interface in the holder's per-host YAML, so the new *
074005*     row keeps the NIC pinned; no per-host file is no binding, *
074006*     and a pinned NIC cannot be tagged onto a VLAN             *
074007***************************************************************
074008 4700-READ-MAC-BINDING.
074009     MOVE SPACES TO WS-YAML-PATH WS-YAML-IFACE WS-YAML-MAC
074010         WS-YAML-SET-NAME.
074011     STRING WS-HOSTS-DIR DELIMITED BY SPACE
074012         WS-PL-HOSTNAME(WS-IX) DELIMITED BY SPACE
074013         "-static-network.yaml" DELIMITED BY SIZE
074014         INTO WS-YAML-PATH.
074015     OPEN INPUT RN-YAML-FILE.
074016     IF WS-YAML-STATUS = "35"
074017         GO TO 4700-EXIT
074018     END-IF.
074019     IF WS-YAML-STATUS NOT = "00"
074020         MOVE "X" TO WS-PL-STATE(WS-IX)
074021         MOVE "per-host YAML unreadable - MAC binding unknown"
074022             TO WS-PL-NOTE(WS-IX)
074023         GO TO 4700-EXIT
074024     END-IF.
074025     PERFORM UNTIL WS-YAML-STATUS = "10"
074026         READ RN-YAML-FILE
074027             AT END
074028                 MOVE "10" TO WS-YAML-STATUS
074029             NOT AT END
074030                 PERFORM 4710-SCAN-YAML-LINE THRU 4710-EXIT
074031         END-READ
074032     END-PERFORM.
074033     CLOSE RN-YAML-FILE.
074034     IF WS-YAML-MAC = SPACES
074035         GO TO 4700-EXIT
074036     END-IF.
074037     IF WS-VLAN-ID NOT = SPACES
074038         MOVE "X" TO WS-PL-STATE(WS-IX)
074039         MOVE "interface is MAC-bound - cannot move onto a VLAN"
074040             TO WS-PL-NOTE(WS-IX)
074041         GO TO 4700-EXIT
074042     END-IF.
074043     IF WS-YAML-SET-NAME = SPACES
074044        OR WS-YAML-SET-NAME = WS-PL-IFACE(WS-IX)
074045         MOVE WS-YAML-MAC TO WS-PL-MAC(WS-IX)
074046     ELSE
074047         STRING WS-YAML-MAC DELIMITED BY SPACE
074048             "@" DELIMITED BY SIZE
074049             WS-YAML-SET-NAME DELIMITED BY SPACE
074050             INTO WS-PL-MAC(WS-IX)
074051     END-IF.
074052 4700-EXIT.
074053     EXIT.
074054
074055***************************************************************
074056* 4710-SCAN-YAML-LINE - a "    <name>:" line starts a stanza;   *
074057*     inside the row's own stanza keep the macaddress: and      *
074058*     set-name: values                                          *
074059***************************************************************
074060 4710-SCAN-YAML-LINE.
074061     IF RN-YAML-RECORD(1:4) NOT = SPACES
074062         MOVE SPACES TO WS-YAML-IFACE
074063         GO TO 4710-EXIT
074064     END-IF.
074065     IF RN-YAML-RECORD(5:1) NOT = SPACE
074066         MOVE SPACES TO WS-YAML-IFACE
074067         UNSTRING RN-YAML-RECORD(5:20) DELIMITED BY ":"
074068             INTO WS-YAML-IFACE
074069         GO TO 4710-EXIT
074070     END-IF.
074071     IF WS-YAML-IFACE NOT = WS-PL-IFACE(WS-IX)
074072         GO TO 4710-EXIT
074073     END-IF.
074074     IF RN-YAML-RECORD(1:20) = "        macaddress: "
074075         MOVE RN-YAML-RECORD(21:20) TO WS-YAML-MAC
074076     END-IF.
074077     IF RN-YAML-RECORD(1:16) = "      set-name: "
074078         MOVE RN-YAML-RECORD(17:20) TO WS-YAML-SET-NAME
074079     END-IF.
074080 4710-EXIT.
074081     EXIT.
074100
074200***************************************************************
074300* 5000-PRINT-CROSS-REFERENCE - old to new, one line per holder, *
074400*     rows that cannot move marked with the reason              *
074500***************************************************************
074600 5000-PRINT-CROSS-REFERENCE.
074700     DISPLAY "Renumbering plan " WS-OLD-NET.
074800     DISPLAY "              to " WS-NEW-NET.
074900     DISPLAY "         gateway " WS-NEW-GATEWAY.
075000     IF WS-TICKET-REF NOT = SPACES
075100         DISPLAY "          ticket " WS-TICKET-REF
075200     END-IF.
075300     DISPLAY "  OLD ADDRESS        NEW ADDRESS        HOLDER".
075400     PERFORM VARYING WS-IX FROM 1 BY 1
075500             UNTIL WS-IX > WS-PLAN-COUNT
075600         MOVE WS-PL-OLD-ADDR(WS-IX) TO WS-XR-OLD
075700         MOVE WS-PL-NEW-ADDR(WS-IX) TO WS-XR-NEW
075800         DISPLAY "  " WS-XR-OLD " -> " WS-XR-NEW " "
075900             WS-PL-HOLDER(WS-IX)
075920         IF WS-PL-MAC(WS-IX) NOT = SPACES
075940             DISPLAY "      MAC binding " WS-PL-MAC(WS-IX)
075960         END-IF
076000         IF NOT WS-PL-CLEAN(WS-IX)
076100             DISPLAY "      CONFLICT: " WS-PL-NOTE(WS-IX)
076200         END-IF
076300     END-PERFORM.
076400     MOVE WS-PLAN-COUNT TO WS-CNT-DISP.
076500     DISPLAY WS-CNT-DISP " address(es) in the plan.".
076600     MOVE WS-COLLISION-COUNT TO WS-CNT-DISP.
076700     DISPLAY WS-CNT-DISP " conflict(s).".
076800 5000-EXIT.
076900     EXIT.
077000
077100***************************************************************
077200* 6000-WRITE-INVENTORY - the plan as SetStaticIPBatch input:    *
077300*     hostname|interface|ip/prefix|gateway4|vlan-id|vlan-link|  *
077400*     ticket|mac[@set-name]                                     *
077500***************************************************************
077600 6000-WRITE-INVENTORY.
077700     OPEN OUTPUT RN-INVENTORY-FILE.
077800     IF WS-INV-STATUS NOT = "00"
077900         DISPLAY "ERROR: cannot write inventory file "
078000             WS-INVENTORY-PATH
078100         SET WS-ABORT TO TRUE
078200         GO TO 6000-EXIT
078300     END-IF.
078400     PERFORM VARYING WS-IX FROM 1 BY 1
078500             UNTIL WS-IX > WS-PLAN-COUNT
078600         PERFORM 6100-BUILD-NEW-IP THRU 6100-EXIT
078700         MOVE SPACES TO RN-INVENTORY-RECORD
078800         STRING WS-PL-HOSTNAME(WS-IX) DELIMITED BY SPACE
078900             "|" DELIMITED BY SIZE
079000             WS-PL-IFACE(WS-IX) DELIMITED BY SPACE
079100             "|" DELIMITED BY SIZE
079200             WS-NEW-IP DELIMITED BY SPACE
079300             "|" DELIMITED BY SIZE
079400             WS-NEW-GATEWAY DELIMITED BY SPACE
079500             "|" DELIMITED BY SIZE
079600             WS-VLAN-ID DELIMITED BY SPACE
079700             "|" DELIMITED BY SIZE
079800             WS-VLAN-LINK DELIMITED BY SPACE
079900             "|" DELIMITED BY SIZE
080000             WS-TICKET-REF DELIMITED BY SPACE
080020             "|" DELIMITED BY SIZE
080040             WS-PL-MAC(WS-IX) DELIMITED BY SPACE
080100             INTO RN-INVENTORY-RECORD
080200         WRITE RN-INVENTORY-RECORD
080300     END-PERFORM.
080400     CLOSE RN-INVENTORY-FILE.
080500     MOVE WS-PLAN-COUNT TO WS-CNT-DISP.
080600     DISPLAY WS-CNT-DISP " row(s) written to " WS-INVENTORY-PATH.
080700 6000-EXIT.
080800     EXIT.
080900
081000***************************************************************
081100* 6100-BUILD-NEW-IP - the row's new address with the new        *
081200*                     subnet's prefix, into WS-NEW-IP           *
081300***************************************************************
081400 6100-BUILD-NEW-IP.
081500     MOVE SPACES TO WS-NEW-IP.
081600     STRING WS-PL-NEW-ADDR(WS-IX) DELIMITED BY SPACE
081700         "/" DELIMITED BY SIZE
081800         WS-NEW-PREFIX-TEXT DELIMITED BY SPACE
081900         INTO WS-NEW-IP.
082000 6100-EXIT.
082100     EXIT.
082200
082300***************************************************************
082400* 6500-ADDR-TO-NUMBER - dotted quad to one 32-bit number        *
082500***************************************************************
082600 6500-ADDR-TO-NUMBER.
082700     MOVE "N" TO WS-CONV-BAD-SWITCH.
082800     MOVE SPACES TO WS-CONV-OCTETS.
082900     UNSTRING WS-CONV-ADDR DELIMITED BY "."
083000         INTO WS-CONV-OCTET(1) WS-CONV-OCTET(2)
083100              WS-CONV-OCTET(3) WS-CONV-OCTET(4).
083200     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
083300             UNTIL WS-SUB-IX > 4
083400         MOVE 0 TO WS-TRAIL-CNT
083500         INSPECT WS-CONV-OCTET(WS-SUB-IX)
083600             TALLYING WS-TRAIL-CNT FOR TRAILING SPACE
083700         IF WS-TRAIL-CNT = 3 OR
083800            WS-CONV-OCTET(WS-SUB-IX)(1:3 - WS-TRAIL-CNT)
083900                IS NOT NUMERIC
084000             SET WS-CONV-BAD TO TRUE
084100             GO TO 6500-EXIT
084200         END-IF
084300         MOVE WS-CONV-OCTET(WS-SUB-IX)
084400             TO WS-CONV-OCTET-NUM(WS-SUB-IX)
084500     END-PERFORM.
084600     COMPUTE WS-CONV-NUM =
084700         ((WS-CONV-OCTET-NUM(1) * 256
084800         + WS-CONV-OCTET-NUM(2)) * 256
084900         + WS-CONV-OCTET-NUM(3)) * 256
085000         + WS-CONV-OCTET-NUM(4).
085100 6500-EXIT.
085200     EXIT.
085300
085400***************************************************************
085500* 6600-FORMAT-CANDIDATE - candidate number back to a trimmed    *
085600*                         dotted quad                           *
085700***************************************************************
085800 6600-FORMAT-CANDIDATE.
085900     MOVE WS-CAND-NUM TO WS-WORK-NUM.
086000     COMPUTE WS-CAND-OCTET(1) = WS-WORK-NUM / 16777216.
086100     COMPUTE WS-WORK-NUM = WS-WORK-NUM
086200         - WS-CAND-OCTET(1) * 16777216.
086300     COMPUTE WS-CAND-OCTET(2) = WS-WORK-NUM / 65536.
086400     COMPUTE WS-WORK-NUM = WS-WORK-NUM
086500         - WS-CAND-OCTET(2) * 65536.
086600     COMPUTE WS-CAND-OCTET(3) = WS-WORK-NUM / 256.
086700     COMPUTE WS-CAND-OCTET(4) = WS-WORK-NUM
086800         - WS-CAND-OCTET(3) * 256.
086900     MOVE SPACES TO WS-CAND-ADDR.
087000     MOVE 1 TO WS-CAND-PTR.
087100     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
087200             UNTIL WS-SUB-IX > 4
087300         MOVE WS-CAND-OCTET(WS-SUB-IX) TO WS-OCT-DISP
087400         MOVE 0 TO WS-OCT-LEAD
087500         INSPECT WS-OCT-DISP TALLYING WS-OCT-LEAD
087600             FOR LEADING SPACE
087700         STRING WS-OCT-DISP(WS-OCT-LEAD + 1 :)
087800             DELIMITED BY SIZE
087900             INTO WS-CAND-ADDR WITH POINTER WS-CAND-PTR
088000         IF WS-SUB-IX < 4
088100             STRING "." DELIMITED BY SIZE
088200                 INTO WS-CAND-ADDR WITH POINTER WS-CAND-PTR
088300             END-STRING
088400         END-IF
088500     END-PERFORM.
088600 6600-EXIT.
088700     EXIT.
088800
088900***************************************************************
089000* 7000-LOAD-REQUESTS - ids, targets and status of every         *
089100*     request on file; a missing file is simply an empty list   *
089200***************************************************************
089300 7000-LOAD-REQUESTS.
089400     MOVE 0 TO WS-REQ-COUNT.
089500     OPEN INPUT CR-REQUEST-FILE.
089600     IF WS-REQ-STATUS = "35"
089700         GO TO 7000-EXIT
089800     END-IF.
089900     IF WS-REQ-STATUS NOT = "00"
090000         DISPLAY "ERROR: cannot open request file "
090100             WS-REQUEST-PATH
090200         SET WS-ABORT TO TRUE
090300         GO TO 7000-EXIT
090400     END-IF.
090500     PERFORM UNTIL WS-REQ-STATUS = "10"
090600         READ CR-REQUEST-FILE
090700             AT END
090800                 MOVE "10" TO WS-REQ-STATUS
090900             NOT AT END
091000                 IF CR-REQUEST-RECORD NOT = SPACES
091100                    AND WS-REQ-COUNT < 200
091200                     ADD 1 TO WS-REQ-COUNT
091300                     MOVE SPACES TO WS-REQ(WS-REQ-COUNT)
091400                     UNSTRING CR-REQUEST-RECORD
091500                         DELIMITED BY "|"
091600                         INTO WS-RQ-ID(WS-REQ-COUNT)
091700                              WS-RQ-HOSTNAME(WS-REQ-COUNT)
091800                              WS-RQ-IFACE(WS-REQ-COUNT)
091900                              WS-RQ-IP(WS-REQ-COUNT)
092000                              WS-RQ-GATEWAY(WS-REQ-COUNT)
092100                              WS-RQ-VLANID(WS-REQ-COUNT)
092200                              WS-RQ-VLANLINK(WS-REQ-COUNT)
092300                              WS-RQ-REQUESTER(WS-REQ-COUNT)
092400                              WS-RQ-APPROVER(WS-REQ-COUNT)
092500                              WS-RQ-STATUS(WS-REQ-COUNT)
092600                 END-IF
092700         END-READ
092800     END-PERFORM.
092900     CLOSE CR-REQUEST-FILE.
093000     IF WS-REQ-COUNT + WS-PLAN-COUNT > 200
093100         DISPLAY "ERROR: filing " WS-PLAN-COUNT " request(s)"
093200             " would take the request file past 200 rows -"
093300             " purge DONE and EXPIRED requests first"
093400         SET WS-ABORT TO TRUE
093500     END-IF.
093600 7000-EXIT.
093700     EXIT.
093800
093900***************************************************************
094000* 7100-CROSS-CHECK-REQUESTS - no PENDING, APPROVED or HELD      *
094100*     request may already claim a target address or a holder    *
094200*     being moved; each clash is listed and counted             *
094300***************************************************************
094400 7100-CROSS-CHECK-REQUESTS.
094500     MOVE 0 TO WS-CONFLICT-COUNT.
094600     PERFORM VARYING WS-JX FROM 1 BY 1
094700             UNTIL WS-JX > WS-REQ-COUNT
094800         IF WS-RQ-STATUS(WS-JX) = "PENDING"
094900            OR WS-RQ-STATUS(WS-JX) = "APPROVED"
094950            OR WS-RQ-STATUS(WS-JX) = "HELD"
095000             PERFORM 7110-CHECK-ONE-REQUEST THRU 7110-EXIT
095100         END-IF
095200     END-PERFORM.
095300 7100-EXIT.
095400     EXIT.
095500
095600***************************************************************
095700* 7110-CHECK-ONE-REQUEST - the open request at WS-JX against    *
095800*     every row of the plan                                     *
095900***************************************************************
096000 7110-CHECK-ONE-REQUEST.
096100     MOVE SPACES TO WS-RQ-ADDR-PART.
096200     UNSTRING WS-RQ-IP(WS-JX) DELIMITED BY "/"
096300         INTO WS-RQ-ADDR-PART.
096400     PERFORM VARYING WS-IX FROM 1 BY 1
096500             UNTIL WS-IX > WS-PLAN-COUNT
096600         IF WS-RQ-ADDR-PART = WS-PL-NEW-ADDR(WS-IX)
096700             DISPLAY "CONFLICT: " WS-RQ-ID(WS-JX) " ("
096800                 WS-RQ-STATUS(WS-JX) ") already claims address "
096900                 WS-PL-NEW-ADDR(WS-IX)
097000             ADD 1 TO WS-CONFLICT-COUNT
097100         END-IF
097200         IF WS-RQ-HOSTNAME(WS-JX) = WS-PL-HOSTNAME(WS-IX)
097300            AND WS-RQ-IFACE(WS-JX) = WS-PL-IFACE(WS-IX)
097400             DISPLAY "CONFLICT: " WS-RQ-ID(WS-JX) " ("
097500                 WS-RQ-STATUS(WS-JX) ") already claims "
097600                 WS-PL-HOSTNAME(WS-IX) "|" WS-PL-IFACE(WS-IX)
097700             ADD 1 TO WS-CONFLICT-COUNT
097800         END-IF
097900     END-PERFORM.
098000 7110-EXIT.
098100     EXIT.
098102
098104***************************************************************
098106* 7150-CHECK-FREEZES - every row's new address against the      *
098108*     change-freeze calendar for the filing window; a frozen    *
098110*     row is listed with its freeze and nothing is filed, a box *
098112*     with no calendar gets a warning and no freeze check       *
098114***************************************************************
098116 7150-CHECK-FREEZES.
098118     MOVE 0 TO WS-FROZEN-COUNT.
098120     PERFORM VARYING WS-IX FROM 1 BY 1
098122             UNTIL WS-IX > WS-PLAN-COUNT
098124         PERFORM 6100-BUILD-NEW-IP THRU 6100-EXIT
098126         CALL "CheckFreeze" USING WS-FREEZE-PATH
098128             WS-AUDIT-LOG-PATH WS-PL-HOSTNAME(WS-IX)
098130             WS-PL-IFACE(WS-IX) WS-NEW-IP
098132             WS-NEW-START WS-NEW-END WS-FZ-OVERRIDE
098134             WS-FZ-RESULT WS-FZ-FREEZE-NAME WS-FZ-MESSAGE
098136         IF WS-FZ-NO-FILE
098138             DISPLAY "WARNING: no change-freeze calendar at "
098140                 WS-FREEZE-PATH
098142             DISPLAY "         freeze checks skipped"
098144             GO TO 7150-EXIT
098146         END-IF
098148         IF WS-FZ-FROZEN
098150             DISPLAY "FROZEN: " WS-PL-HOSTNAME(WS-IX) ":"
098152                 WS-PL-IFACE(WS-IX) " " WS-NEW-IP
098154             DISPLAY "        " WS-FZ-MESSAGE
098156             ADD 1 TO WS-FROZEN-COUNT
098158         END-IF
098160     END-PERFORM.
098162     IF WS-FROZEN-COUNT > 0
098164         MOVE WS-FROZEN-COUNT TO WS-CNT-DISP
098166         DISPLAY WS-CNT-DISP " row(s) fall in a change freeze"
098168             " - no inventory written, no requests filed."
098170         SET WS-ABORT TO TRUE
098172     END-IF.
098174 7150-EXIT.
098176     EXIT.
098200
098300***************************************************************
098400* 7200-FILE-REQUESTS - one PENDING request per row, ids in the  *
098500*     CRyyyymmddnnn sequence ChangeSched uses, appended with a  *
098600*     "filed" history record apiece, all in one change set      *
098700***************************************************************
098800 7200-FILE-REQUESTS.
098900     MOVE 0 TO WS-SEQ-MAX.
099000     PERFORM VARYING WS-JX FROM 1 BY 1
099100             UNTIL WS-JX > WS-REQ-COUNT
099200         IF WS-RQ-ID(WS-JX)(3:8) = WS-DATE8-X
099300            AND WS-RQ-ID(WS-JX)(11:3) IS NUMERIC
099400             MOVE WS-RQ-ID(WS-JX)(11:3) TO WS-SEQ-NUM
099500             IF WS-SEQ-NUM > WS-SEQ-MAX
099600                 MOVE WS-SEQ-NUM TO WS-SEQ-MAX
099700             END-IF
099800         END-IF
099900     END-PERFORM.
100000     IF WS-SEQ-MAX + WS-PLAN-COUNT > 999
100100         DISPLAY "ERROR: not enough request ids left today for "
100200             WS-PLAN-COUNT " request(s) - file them tomorrow"
100300         SET WS-ABORT TO TRUE
100400         GO TO 7200-EXIT
100500     END-IF.
100600     OPEN EXTEND CR-REQUEST-FILE.
100700     IF WS-REQ-STATUS NOT = "00"
100800         OPEN OUTPUT CR-REQUEST-FILE
100900     END-IF.
101000     IF WS-REQ-STATUS NOT = "00"
101100         DISPLAY "ERROR: cannot append to request file "
101200             WS-REQUEST-PATH
101300         SET WS-ABORT TO TRUE
101400         GO TO 7200-EXIT
101500     END-IF.
101600     OPEN EXTEND CR-HISTORY-FILE.
101700     IF WS-HIST-STATUS NOT = "00"
101800         OPEN OUTPUT CR-HISTORY-FILE
101900     END-IF.
102000     IF WS-HIST-STATUS NOT = "00"
102100         DISPLAY "WARNING: cannot write history file "
102200             WS-HISTORY-PATH
102300     END-IF.
102400*    The note is the set description and every history note;
102420*    the ticket goes first and the wording stays short so the
102440*    whole note fits its 60 bytes
102460     MOVE SPACES TO WS-HIST-NOTE.
102500     IF WS-TICKET-REF = SPACES
102520         STRING "renumber " DELIMITED BY SIZE
102540             WS-OLD-NET DELIMITED BY SPACE
102560             "->" DELIMITED BY SIZE
102580             WS-NEW-NET DELIMITED BY SPACE
102600             INTO WS-HIST-NOTE
102620     ELSE
102640         STRING WS-TICKET-REF DELIMITED BY SPACE
102660             " " DELIMITED BY SIZE
102680             WS-OLD-NET DELIMITED BY SPACE
102700             "->" DELIMITED BY SIZE
102720             WS-NEW-NET DELIMITED BY SPACE
102740             INTO WS-HIST-NOTE
102760     END-IF.
103110     PERFORM 7300-OPEN-CHANGE-SET THRU 7300-EXIT.
103120     IF WS-ABORT
103130         CLOSE CR-REQUEST-FILE
103140         IF WS-HIST-STATUS = "00"
103150             CLOSE CR-HISTORY-FILE
103160         END-IF
103170         GO TO 7200-EXIT
103180     END-IF.
103200     MOVE 0 TO WS-FILED-COUNT.
103300     PERFORM VARYING WS-IX FROM 1 BY 1
103400             UNTIL WS-IX > WS-PLAN-COUNT OR WS-ABORT
103500         PERFORM 7210-FILE-ONE-REQUEST THRU 7210-EXIT
103600     END-PERFORM.
103700     CLOSE CR-REQUEST-FILE.
103800     IF WS-HIST-STATUS = "00"
103900         CLOSE CR-HISTORY-FILE
104000     END-IF.
104100     MOVE WS-FILED-COUNT TO WS-CNT-DISP.
104200     DISPLAY WS-CNT-DISP " request(s) filed as PENDING for"
104300         " window " WS-NEW-START " - " WS-NEW-END
104350         " in change set " WS-NEW-SET-ID ".".
104400 7200-EXIT.
104500     EXIT.
104600
104700***************************************************************
104800* 7210-FILE-ONE-REQUEST - the row at WS-IX as the next request  *
104900***************************************************************
105000 7210-FILE-ONE-REQUEST.
105100     ADD 1 TO WS-SEQ-MAX.
105200     MOVE WS-SEQ-MAX TO WS-SEQ-NUM.
105300     MOVE SPACES TO WS-NEW-ID.
105400     STRING "CR" DELIMITED BY SIZE
105500         WS-DATE8 DELIMITED BY SIZE
105600         WS-SEQ-NUM DELIMITED BY SIZE
105700         INTO WS-NEW-ID.
105800     PERFORM 6100-BUILD-NEW-IP THRU 6100-EXIT.
105900     MOVE SPACES TO WS-REQUEST-LINE.
106000     STRING WS-NEW-ID DELIMITED BY SPACE
106100         "|" DELIMITED BY SIZE
106200         WS-PL-HOSTNAME(WS-IX) DELIMITED BY SPACE
106300         "|" DELIMITED BY SIZE
106400         WS-PL-IFACE(WS-IX) DELIMITED BY SPACE
106500         "|" DELIMITED BY SIZE
106600         WS-NEW-IP DELIMITED BY SPACE
106700         "|" DELIMITED BY SIZE
106800         WS-NEW-GATEWAY DELIMITED BY SPACE
106900         "|" DELIMITED BY SIZE
107000         WS-VLAN-ID DELIMITED BY SPACE
107100         "|" DELIMITED BY SIZE
107200         WS-VLAN-LINK DELIMITED BY SPACE
107300         "|" DELIMITED BY SIZE
107400         WS-NEW-REQUESTER DELIMITED BY SPACE
107500         "||PENDING|" DELIMITED BY SIZE
107600         WS-NEW-START DELIMITED BY SPACE
107700         "|" DELIMITED BY SIZE
107800         WS-NEW-END DELIMITED BY SPACE
107900         "||" DELIMITED BY SIZE
107910         WS-PL-MAC(WS-IX) DELIMITED BY SPACE
107920         "|" DELIMITED BY SIZE
107950         WS-NEW-SET-ID DELIMITED BY SPACE
108000         INTO WS-REQUEST-LINE
108010         ON OVERFLOW
108020             DISPLAY "ERROR: request " WS-NEW-ID
108030                 " is too long for the request file - not filed"
108040             SET WS-ABORT TO TRUE
108050     END-STRING.
108060     IF WS-ABORT
108070         GO TO 7210-EXIT
108080     END-IF.
108100     WRITE CR-REQUEST-RECORD FROM WS-REQUEST-LINE.
108200     ADD 1 TO WS-FILED-COUNT.
108300     DISPLAY "Request " WS-NEW-ID " filed as PENDING - "
108400         WS-PL-HOSTNAME(WS-IX) ":" WS-PL-IFACE(WS-IX).
108500     IF WS-HIST-STATUS NOT = "00"
108600         GO TO 7210-EXIT
108700     END-IF.
108800     ACCEPT WS-TIME8 FROM TIME.
108900     MOVE SPACES TO WS-STAMP.
109000     STRING WS-DATE8 "-" WS-TIME8 DELIMITED BY SIZE
109100         INTO WS-STAMP.
109200     MOVE SPACES TO CR-HISTORY-RECORD.
109300     STRING WS-NEW-ID DELIMITED BY SPACE
109400         "|" DELIMITED BY SIZE
109500         WS-STAMP DELIMITED BY SPACE
109600         "|" DELIMITED BY SIZE
109700         WS-NEW-REQUESTER DELIMITED BY SPACE
109800         "|NONE|PENDING|" DELIMITED BY SIZE
109900         WS-HIST-NOTE DELIMITED BY "  "
110000         INTO CR-HISTORY-RECORD.
110100     WRITE CR-HISTORY-RECORD.
110200 7210-EXIT.
110300     EXIT.
110400
110500***************************************************************
110600* 7300-OPEN-CHANGE-SET - one PENDING change set in the          *
110700*     CSyyyymmddnnn sequence ChangeSched uses, holding every    *
110800*     request filed here so the plan is approved and executed   *
110900*     as one unit, with its own "filed" history record          *
111000***************************************************************
111100 7300-OPEN-CHANGE-SET.
111200     MOVE 0 TO WS-SEQ-NUM.
111300     MOVE 0 TO WS-SET-COUNT.
111400     MOVE 0 TO WS-SET-SEQ-MAX.
111500     OPEN INPUT CS-SET-FILE.
111600     IF WS-SET-STATUS = "00"
111700         PERFORM UNTIL WS-SET-STATUS NOT = "00"
111800             READ CS-SET-FILE
111900                 AT END
112000                     MOVE "10" TO WS-SET-STATUS
112100                 NOT AT END
112200                     PERFORM 7310-SCAN-ONE-SET THRU 7310-EXIT
112300             END-READ
112400         END-PERFORM
112500         CLOSE CS-SET-FILE
112600     END-IF.
112700     IF WS-SET-COUNT >= 100
112800         DISPLAY "ERROR: change-set file is full - purge closed"
112900             " sets before filing"
113000         SET WS-ABORT TO TRUE
113100         GO TO 7300-EXIT
113200     END-IF.
113300     IF WS-SET-SEQ-MAX >= 999
113400         DISPLAY "ERROR: no change-set ids left today - file"
113500             " the plan tomorrow"
113600         SET WS-ABORT TO TRUE
113700         GO TO 7300-EXIT
113800     END-IF.
113900     COMPUTE WS-SEQ-NUM = WS-SET-SEQ-MAX + 1.
114000     MOVE SPACES TO WS-NEW-SET-ID.
114100     STRING "CS" DELIMITED BY SIZE
114200         WS-DATE8 DELIMITED BY SIZE
114300         WS-SEQ-NUM DELIMITED BY SIZE
114400         INTO WS-NEW-SET-ID.
114500     OPEN EXTEND CS-SET-FILE.
114600     IF WS-SET-STATUS NOT = "00"
114700         OPEN OUTPUT CS-SET-FILE
114800     END-IF.
114900     IF WS-SET-STATUS NOT = "00"
115000         DISPLAY "ERROR: cannot append to change-set file "
115100             WS-SET-PATH
115200         SET WS-ABORT TO TRUE
115300         GO TO 7300-EXIT
115400     END-IF.
115500     MOVE SPACES TO CS-SET-RECORD.
115600     STRING WS-NEW-SET-ID DELIMITED BY SPACE
115700         "|" DELIMITED BY SIZE
115800         WS-NEW-REQUESTER DELIMITED BY SPACE
115900         "||PENDING|" DELIMITED BY SIZE
116000         WS-NEW-START DELIMITED BY SPACE
116100         "|" DELIMITED BY SIZE
116200         WS-NEW-END DELIMITED BY SPACE
116300         "|" DELIMITED BY SIZE
116400         WS-HIST-NOTE DELIMITED BY "  "
116500         INTO CS-SET-RECORD.
116600     WRITE CS-SET-RECORD.
116700     CLOSE CS-SET-FILE.
116800     DISPLAY "Change set " WS-NEW-SET-ID " opened as PENDING -"
116900         " approve it with ChangeSched -approveset".
117000     IF WS-HIST-STATUS NOT = "00"
117100         GO TO 7300-EXIT
117200     END-IF.
117300     MOVE SPACES TO CR-HISTORY-RECORD.
117400     STRING WS-NEW-SET-ID DELIMITED BY SPACE
117500         "|" DELIMITED BY SIZE
117600         WS-STAMP DELIMITED BY SPACE
117700         "|" DELIMITED BY SIZE
117800         WS-NEW-REQUESTER DELIMITED BY SPACE
117900         "|NONE|PENDING|" DELIMITED BY SIZE
118000         WS-HIST-NOTE DELIMITED BY "  "
118100         INTO CR-HISTORY-RECORD.
118200     WRITE CR-HISTORY-RECORD.
118300 7300-EXIT.
118400     EXIT.
118500
118600***************************************************************
118700* 7310-SCAN-ONE-SET - count a set record and keep the highest   *
118800*     sequence number used today                                *
118900***************************************************************
119000 7310-SCAN-ONE-SET.
119100     IF CS-SET-RECORD = SPACES
119200         GO TO 7310-EXIT
119300     END-IF.
119400     ADD 1 TO WS-SET-COUNT.
119500     IF CS-SET-RECORD(3:8) = WS-DATE8-X
119600        AND CS-SET-RECORD(11:3) IS NUMERIC
119700         MOVE CS-SET-RECORD(11:3) TO WS-SEQ-NUM
119800         IF WS-SEQ-NUM > WS-SET-SEQ-MAX
119900             MOVE WS-SEQ-NUM TO WS-SET-SEQ-MAX
120000         END-IF
120100     END-IF.
120200 7310-EXIT.
120300     EXIT.
120400
120500 END PROGRAM SubnetRenumber.
