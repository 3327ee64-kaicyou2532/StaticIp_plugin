000100***************************************************************
000200*                                                                *
000300*  PROGRAM      : ONBOARD.CBL                                    *
000400*  PROGRAM-ID   : OnboardHosts                                   *
000500*  AUTHOR       : T. Kowalczyk, Network Systems Group            *
000600*  INSTALLATION : Data Center Operations                         *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  PURPOSE.                                                      *
001000*      Brings hand-built hosts under management.  Reads a list   *
001100*      of hostnames, probes each one over ssh the way            *
001200*      FleetAudit does, and collects what the box is actually    *
001300*      running - interfaces, VLANs, bonds, addresses, default    *
001400*      gateways, static routes, nameservers.  From that it       *
001500*      writes a draft SetStaticIPBatch inventory (one row per    *
001600*      IPv4 interface) and lists the ASSIGNED records the        *
001700*      allocation master would need, flagging any address that   *
001800*      lies outside every allocated subnet or that the master    *
001900*      already holds for someone else (or has RESERVED).         *
002000*                                                                *
002100*      After the listing the operator is asked to confirm.  On   *
002200*      "Y" every host with nothing flagged is adopted: its       *
002300*      addresses are marked ASSIGNED to hostname:interface       *
002400*      through CheckAllocation and a baseline per-host file is   *
002500*      written to /etc/netplan/hosts/<host>-static-network.yaml  *
002600*      by WriteNetplanYAML, with one change-log line per         *
002700*      address.  Nothing is pushed to the host - the baseline    *
002800*      describes what it already runs.  A host that already      *
002900*      has a per-host file is reported and left alone; it is     *
003000*      managed already.                                          *
003100*                                                                *
003200*  USAGE.                                                        *
003300*      OnboardHosts <host-list> <draft-inventory-out>            *
003400*                   [-ticket <ref>]                              *
003500*                                                                *
003600*      Host list is one hostname per line; blank lines and       *
003700*      lines starting "#" are ignored.  -ticket goes into the    *
003800*      draft inventory's ticket column and onto the change-log   *
003900*      lines written at adoption (ONBOARD when omitted).         *
003920*      Those lines are tagged "onboard:hostname:interface",      *
003940*      which is how the readers of the change log tell an        *
003960*      adoption from a push, whatever the ticket.                *
004000*      Return code 8 when any host was unreachable or had an     *
004100*      address flagged, 16 on a bad argument or file.            *
004200*                                                                *
004300*  MODIFICATION HISTORY.                                         *
004400*      2026-10-15  TJK  Initial version.                         *
004420*      2026-10-15  TJK  Adoption log lines tagged "onboard:" so  *
004440*                       they are known without the ticket.       *
004500*                                                                *
004600***************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. OnboardHosts.
004900 AUTHOR. T. Kowalczyk.
005000 INSTALLATION. Data Center Operations.
005100 DATE-WRITTEN. 2026-10-15.
005200 DATE-COMPILED. 2026-10-15.
005300
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT HostListFile ASSIGN DYNAMIC WS-HOSTLIST-PATH
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-HOSTLIST-STATUS.
006000     SELECT InventoryFile ASSIGN DYNAMIC WS-INVENTORY-PATH
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-INVENTORY-STATUS.
006300     SELECT LiveProbeFile ASSIGN DYNAMIC WS-PROBE-PATH
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PROBE-STATUS.
006600     SELECT DnsConfigFile ASSIGN DYNAMIC WS-DNS-CONFIG-PATH
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-DNSCFG-STATUS.
006900     SELECT HostYamlFile ASSIGN DYNAMIC WS-OUTPUT-PATH
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-YAML-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  HostListFile.
007600 01  HostListRecord            PIC X(80).
007700
007800 FD  InventoryFile.
007900 01  InventoryRecord           PIC X(160).
008000
008100 FD  LiveProbeFile.
008200 01  LiveProbeRecord           PIC X(512).
008300
008400 FD  DnsConfigFile.
008500 01  DnsConfigRecord           PIC X(80).
008600
008700 FD  HostYamlFile.
008800 01  HostYamlRecord            PIC X(200).
008900
009000 WORKING-STORAGE SECTION.
009100 COPY "netparms.cpy".
009200
009300 01  WS-HOSTLIST-STATUS        PIC X(02).
009400 01  WS-INVENTORY-STATUS       PIC X(02).
009500 01  WS-PROBE-STATUS           PIC X(02).
009600 01  WS-DNSCFG-STATUS          PIC X(02).
009700 01  WS-YAML-STATUS            PIC X(02).
009800
009900 01  WS-ARGCOUNT               PIC 9(02) COMP VALUE 0.
010000 01  WS-ARG-IX                 PIC 9(02) COMP VALUE 0.
010100 01  WS-ARG-TEXT               PIC X(100).
010200 01  WS-HOSTLIST-PATH          PIC X(100) VALUE SPACES.
010300 01  WS-INVENTORY-PATH         PIC X(100) VALUE SPACES.
010400 01  WS-DNS-CONFIG-PATH        PIC X(100)
010500     VALUE "/etc/netplan/siteconfig.cfg".
010600 01  WS-AUDIT-LOG-PATH         PIC X(100)
010700     VALUE "/etc/netplan/static-ip-changes.log".
010800 01  WS-ALLOC-PATH             PIC X(100)
010900     VALUE "/etc/netplan/ip-allocations.idx".
011000 01  WS-OUTPUT-DIR             PIC X(100)
011100     VALUE "/etc/netplan/hosts/".
011200 01  WS-OUTPUT-PATH            PIC X(100).
011300 01  WS-TICKET-REF             PIC X(20) VALUE "ONBOARD".
011400 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
011500     88  WS-ABORT                       VALUE "Y".
011600 01  WS-NO-MASTER-SWITCH       PIC X(01) VALUE "N".
011700     88  WS-NO-MASTER                   VALUE "Y".
011800 01  WS-CONFIRM                PIC X(01).
011900
012000 01  WS-DATE8                  PIC 9(08).
012100 01  WS-TIME8                  PIC 9(08).
012200 01  WS-STAMP                  PIC X(17).
012300 01  WS-PROBE-PATH             PIC X(60).
012400 01  WS-PROBE-SEQ              PIC 9(04).
012500 01  WS-COMMAND-LINE           PIC X(400).
012600
012700*    Hosts named in the list and what became of each
012800 01  WS-HOST-COUNT             PIC 9(04) COMP VALUE 0.
012900 01  WS-HOST-TABLE.
013000     05  WS-HOST               OCCURS 500 TIMES.
013100         10  WS-HT-NAME        PIC X(30).
013200         10  WS-HT-STATE       PIC X(01).
013300             88  WS-HT-CLEAN            VALUE "C".
013400             88  WS-HT-FLAGGED          VALUE "F".
013500             88  WS-HT-UNREACHED        VALUE "U".
013600             88  WS-HT-MANAGED          VALUE "M".
013700 01  WS-HOST-IX                PIC 9(04) COMP.
013800
013900 01  WS-REACHED-COUNT          PIC 9(04) COMP VALUE 0.
014000 01  WS-UNREACHED-COUNT        PIC 9(04) COMP VALUE 0.
014100 01  WS-MANAGED-COUNT          PIC 9(04) COMP VALUE 0.
014200 01  WS-FLAGGED-COUNT          PIC 9(04) COMP VALUE 0.
014300 01  WS-CLEAN-COUNT            PIC 9(04) COMP VALUE 0.
014400 01  WS-ROW-COUNT              PIC 9(04) COMP VALUE 0.
014500 01  WS-PROPOSED-COUNT         PIC 9(04) COMP VALUE 0.
014600 01  WS-OUTSIDE-COUNT          PIC 9(04) COMP VALUE 0.
014700 01  WS-HELD-COUNT             PIC 9(04) COMP VALUE 0.
014800 01  WS-ADOPTED-COUNT          PIC 9(04) COMP VALUE 0.
014900 01  WS-HOST-FLAGS             PIC 9(04) COMP.
015000 01  WS-CNT-DISP               PIC ZZZZ9.
015100
015200*    Every address proposed so far in this run, so two hosts
015300*    claiming the same address are both caught
015400 01  WS-PROP-COUNT             PIC 9(04) COMP VALUE 0.
015500 01  WS-PROP-TABLE.
015600     05  WS-PROP               OCCURS 2000 TIMES.
015700         10  WS-PR-ADDR        PIC X(45).
015800         10  WS-PR-HOLDER      PIC X(51).
015900
016000*    Probe-line parsing
016100 01  WS-LIVE-REACHED-SWITCH    PIC X(01).
016200     88  WS-LIVE-REACHED                VALUE "Y".
016300 01  WS-TABLE-FULL-SWITCH      PIC X(01).
016400     88  WS-TABLE-FULL                  VALUE "Y".
016500 01  WS-EXTRA-ADDR-COUNT       PIC 9(02) COMP.
016600 01  WS-PB-LEFT                PIC X(200).
016700 01  WS-PB-TAIL                PIC X(200).
016800 01  WS-PB-REST                PIC X(200).
016900 01  WS-PB-SCRATCH             PIC X(200).
017000 01  WS-PB-DELIM               PIC X(08).
017100 01  WS-PB-INDEX               PIC X(10).
017200 01  WS-PB-NAME                PIC X(50).
017300 01  WS-PB-IFNAME              PIC X(20).
017400 01  WS-PB-LINK                PIC X(20).
017500 01  WS-PB-ADDR                PIC X(50).
017600 01  WS-PB-DEST                PIC X(50).
017700 01  WS-PB-VIA                 PIC X(50).
017800 01  WS-PB-DEV                 PIC X(20).
017900 01  WS-PB-METRIC              PIC X(05).
018000 01  WS-PB-ID                  PIC X(10).
018100 01  WS-PB-WORD                PIC X(50).
018200 01  WS-PB-PTR                 PIC 9(03) COMP.
018300 01  WS-COLON-COUNT            PIC 9(02) COMP.
018400 01  WS-TRAIL-CNT              PIC 9(02) COMP.
018500 01  WS-IF-IX                  PIC 9(02) COMP.
018600 01  WS-IX                     PIC 9(04) COMP.
018700
018800*    Draft inventory row and master proposal work areas
018900 01  WS-VLAN-DISP              PIC ZZZ9.
019000 01  WS-VLAN-TEXT              PIC X(04).
019100 01  WS-LEAD-CNT               PIC 9(02) COMP.
019200 01  WS-PROP-ADDR              PIC X(50).
019300 01  WS-QUERY-ADDR             PIC X(45).
019400 01  WS-HOLDER-TAG             PIC X(51).
019500
019600*    Subprogram linkage work areas
019700 01  WS-VN-VALID-SWITCH        PIC X(01).
019800     88  WS-VN-IS-VALID                 VALUE "Y".
019900 01  WS-VN-NAME-CHECK          PIC X(50).
020000 01  WS-AL-FUNCTION            PIC X(01).
020100 01  WS-AL-OLD-ADDR            PIC X(50).
020200 01  WS-AL-HOLDER              PIC X(51).
020300 01  WS-AL-SUBNET              PIC X(50).
020400 01  WS-AL-RESULT              PIC X(01).
020500     88  WS-AL-OK                       VALUE "Y".
020600     88  WS-AL-REJECTED                 VALUE "N".
020700     88  WS-AL-NO-MASTER                VALUE "M".
020800 01  WS-AL-MESSAGE             PIC X(80).
020900 01  WS-AUDIT-TAG              PIC X(51).
021000 01  WS-AUDIT-OLD-IP           PIC X(50) VALUE SPACES.
021100 01  WS-AUDIT-OLD-GW           PIC X(50) VALUE SPACES.
021200
021300 PROCEDURE DIVISION.
021400
021500***************************************************************
021600* 0000-MAINLINE                                                 *
021700***************************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-PARSE-ARGUMENTS THRU 2000-EXIT.
022100     IF NOT WS-ABORT
022200         PERFORM 3000-LOAD-HOST-LIST THRU 3000-EXIT
022300     END-IF.
022400     IF WS-ABORT
022500         MOVE 16 TO RETURN-CODE
022600         GO TO 0000-EXIT
022700     END-IF.
022800     OPEN OUTPUT InventoryFile.
022900     IF WS-INVENTORY-STATUS NOT = "00"
023000         DISPLAY "ERROR: cannot create draft inventory "
023100             WS-INVENTORY-PATH
023200         MOVE 16 TO RETURN-CODE
023300         GO TO 0000-EXIT
023400     END-IF.
023500     PERFORM 4000-PROBE-ONE-HOST THRU 4000-EXIT
023600         VARYING WS-HOST-IX FROM 1 BY 1
023700         UNTIL WS-HOST-IX > WS-HOST-COUNT.
023800     CLOSE InventoryFile.
023900     PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT.
024000     PERFORM 7000-CONFIRM-ADOPTION THRU 7000-EXIT.
024100     PERFORM 8000-REMOVE-PROBE-FILES THRU 8000-EXIT.
024200     IF WS-UNREACHED-COUNT > 0 OR WS-FLAGGED-COUNT > 0
024300         MOVE 8 TO RETURN-CODE
024400     ELSE
024500         MOVE 0 TO RETURN-CODE
024600     END-IF.
024700 0000-EXIT.
024800     STOP RUN.
024900
025000***************************************************************
025100* 1000-INITIALIZE                                               *
025200***************************************************************
025300 1000-INITIALIZE.
025400     ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER.
025500     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
025600     ACCEPT WS-TIME8 FROM TIME.
025700     STRING WS-DATE8 "-" WS-TIME8 DELIMITED BY SIZE
025800         INTO WS-STAMP.
025900     MOVE SPACES TO NP-PARMS.
026000     MOVE "networkd" TO NP-RENDERER.
026100     SET NP-DRYRUN-NO TO TRUE.
026200 1000-EXIT.
026300     EXIT.
026400
026500***************************************************************
026600* 2000-PARSE-ARGUMENTS - host list and draft inventory paths,   *
026700*     then the optional -ticket                                 *
026800***************************************************************
026900 2000-PARSE-ARGUMENTS.
027000     IF WS-ARGCOUNT < 2
027100         PERFORM 2900-USAGE THRU 2900-EXIT
027200         GO TO 2000-EXIT
027300     END-IF.
027400     DISPLAY 1 UPON ARGUMENT-NUMBER.
027500     ACCEPT WS-HOSTLIST-PATH FROM ARGUMENT-VALUE.
027600     DISPLAY 2 UPON ARGUMENT-NUMBER.
027700     ACCEPT WS-INVENTORY-PATH FROM ARGUMENT-VALUE.
027800     MOVE 3 TO WS-ARG-IX.
027900     PERFORM UNTIL WS-ARG-IX > WS-ARGCOUNT OR WS-ABORT
028000         DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER
028100         ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
028200         IF WS-ARG-TEXT = "-ticket" AND WS-ARG-IX < WS-ARGCOUNT
028300             ADD 1 TO WS-ARG-IX
028400             DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER
028500             ACCEPT WS-TICKET-REF FROM ARGUMENT-VALUE
028600         ELSE
028700             PERFORM 2900-USAGE THRU 2900-EXIT
028800         END-IF
028900         ADD 1 TO WS-ARG-IX
029000     END-PERFORM.
029100     IF WS-TICKET-REF = SPACES
029200         PERFORM 2900-USAGE THRU 2900-EXIT
029300     END-IF.
029400 2000-EXIT.
029500     EXIT.
029600
029700***************************************************************
029800* 2900-USAGE - bad arguments, show usage and flag abort         *
029900***************************************************************
030000 2900-USAGE.
030100     DISPLAY "Usage: OnboardHosts <host-list> "
030200         "<draft-inventory-out> [-ticket <ref>]".
030300     SET WS-ABORT TO TRUE.
030400 2900-EXIT.
030500     EXIT.
030600
030700***************************************************************
030800* 3000-LOAD-HOST-LIST - one hostname per line; each name goes   *
030900*     through ValidateSafeName before it is put on an ssh       *
031000*     command line                                              *
031100***************************************************************
031200 3000-LOAD-HOST-LIST.
031300     OPEN INPUT HostListFile.
031400     IF WS-HOSTLIST-STATUS NOT = "00"
031500         DISPLAY "ERROR: cannot open host list "
031600             WS-HOSTLIST-PATH
031700         SET WS-ABORT TO TRUE
031800         GO TO 3000-EXIT
031900     END-IF.
032000     PERFORM UNTIL WS-HOSTLIST-STATUS = "10" OR WS-ABORT
032100         READ HostListFile
032200             AT END
032300                 MOVE "10" TO WS-HOSTLIST-STATUS
032400             NOT AT END
032500                 PERFORM 3100-TAKE-ONE-HOST THRU 3100-EXIT
032600         END-READ
032700     END-PERFORM.
032800     CLOSE HostListFile.
032900     IF NOT WS-ABORT AND WS-HOST-COUNT = 0
033000         DISPLAY "ERROR: no hostnames in " WS-HOSTLIST-PATH
033100         SET WS-ABORT TO TRUE
033200     END-IF.
033300 3000-EXIT.
033400     EXIT.
033500
033600***************************************************************
033700* 3100-TAKE-ONE-HOST - skip blanks and comments, refuse an      *
033800*     unsafe name or an overfull list                           *
033900***************************************************************
034000 3100-TAKE-ONE-HOST.
034100     IF HostListRecord = SPACES OR HostListRecord(1:1) = "#"
034200         GO TO 3100-EXIT
034300     END-IF.
034400     MOVE SPACES TO WS-VN-NAME-CHECK.
034500     UNSTRING HostListRecord DELIMITED BY ALL SPACE
034600         INTO WS-VN-NAME-CHECK.
034700     IF WS-VN-NAME-CHECK = SPACES
034800         UNSTRING HostListRecord(2:79) DELIMITED BY ALL SPACE
034900             INTO WS-VN-NAME-CHECK
035000     END-IF.
035100     CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
035200         WS-VN-VALID-SWITCH.
035300     IF NOT WS-VN-IS-VALID OR WS-VN-NAME-CHECK(31:20) NOT = SPACES
035400         DISPLAY "ERROR: invalid hostname in host list: "
035500             WS-VN-NAME-CHECK
035600         SET WS-ABORT TO TRUE
035700         GO TO 3100-EXIT
035800     END-IF.
035900     IF WS-HOST-COUNT >= 500
036000         DISPLAY "ERROR: host list holds more than 500 hosts"
036100         SET WS-ABORT TO TRUE
036200         GO TO 3100-EXIT
036300     END-IF.
036400     ADD 1 TO WS-HOST-COUNT.
036500     MOVE WS-VN-NAME-CHECK TO WS-HT-NAME(WS-HOST-COUNT).
036600     SET WS-HT-CLEAN(WS-HOST-COUNT) TO TRUE.
036700 3100-EXIT.
036800     EXIT.
036900
037000***************************************************************
037100* 4000-PROBE-ONE-HOST - ssh probe, parse, draft inventory rows  *
037200*     and the master records the host would need                *
037300***************************************************************
037400 4000-PROBE-ONE-HOST.
037500     DISPLAY " ".
037600     DISPLAY "HOST " WS-HT-NAME(WS-HOST-IX).
037700     PERFORM 4100-RUN-PROBE THRU 4100-EXIT.
037800     PERFORM 5000-PARSE-PROBE THRU 5000-EXIT.
037900     IF NOT WS-LIVE-REACHED
038000         DISPLAY "  UNREACHABLE - ssh probe failed, host skipped"
038100         SET WS-HT-UNREACHED(WS-HOST-IX) TO TRUE
038200         ADD 1 TO WS-UNREACHED-COUNT
038300         GO TO 4000-EXIT
038400     END-IF.
038500     ADD 1 TO WS-REACHED-COUNT.
038600     MOVE NP-IFACE-COUNT TO WS-CNT-DISP.
038700     DISPLAY "  reached, " WS-CNT-DISP " interface(s) carrying"
038800         " addresses or VLAN/bond definitions".
038900     MOVE 0 TO WS-HOST-FLAGS.
039000     IF WS-TABLE-FULL
039100         DISPLAY "  FLAGGED  more than 16 interfaces - too many"
039200             " to adopt as one per-host file"
039300         ADD 1 TO WS-HOST-FLAGS
039400     END-IF.
039500     IF WS-EXTRA-ADDR-COUNT > 0
039600         DISPLAY "  WARNING  secondary addresses present - only"
039700             " the first per family is adopted"
039800     END-IF.
039900     PERFORM 4200-CHECK-MANAGED THRU 4200-EXIT.
040000     PERFORM 4300-WRITE-DRAFT-ROWS THRU 4300-EXIT
040100         VARYING WS-IF-IX FROM 1 BY 1
040200         UNTIL WS-IF-IX > NP-IFACE-COUNT.
040300     PERFORM 4400-PROPOSE-RECORDS THRU 4400-EXIT
040400         VARYING WS-IF-IX FROM 1 BY 1
040500         UNTIL WS-IF-IX > NP-IFACE-COUNT.
040600     IF WS-HT-MANAGED(WS-HOST-IX)
040700         GO TO 4000-EXIT
040800     END-IF.
040900     IF WS-HOST-FLAGS > 0
041000         SET WS-HT-FLAGGED(WS-HOST-IX) TO TRUE
041100         ADD 1 TO WS-FLAGGED-COUNT
041200     ELSE
041300         ADD 1 TO WS-CLEAN-COUNT
041400     END-IF.
041500 4000-EXIT.
041600     EXIT.
041700
041800***************************************************************
041900* 4100-RUN-PROBE - one ssh round trip collecting addresses,     *
042000*     VLAN and bond definitions, routes and resolver settings;  *
042100*     the file is kept until the run ends so an adopted host    *
042200*     is rendered from exactly what was listed                  *
042300***************************************************************
042400 4100-RUN-PROBE.
042500     PERFORM 4110-BUILD-PROBE-PATH THRU 4110-EXIT.
042600     MOVE SPACES TO WS-COMMAND-LINE.
042700     STRING "ssh -o BatchMode=yes -o ConnectTimeout=10 root@"
042800         DELIMITED BY SIZE
042900         WS-HT-NAME(WS-HOST-IX) DELIMITED BY SPACE
043000         " 'ip -o addr show scope global;"
043100         DELIMITED BY SIZE
043200         " ip -d -o link show type vlan;"
043300         DELIMITED BY SIZE
043400         " grep -H . /sys/class/net/*/bonding/slaves"
043500         DELIMITED BY SIZE
043600         " 2>/dev/null; ip -4 route show; ip -6 route show;"
043700         DELIMITED BY SIZE
043800         " grep -e ^nameserver -e ^search /etc/resolv.conf;"
043900         DELIMITED BY SIZE
044000         " true' > " DELIMITED BY SIZE
044100         WS-PROBE-PATH DELIMITED BY SPACE
044200         " 2>&1 && echo PROBE-OK >> " DELIMITED BY SIZE
044300         WS-PROBE-PATH DELIMITED BY SPACE
044400         INTO WS-COMMAND-LINE.
044500     CALL "SYSTEM" USING WS-COMMAND-LINE.
044600 4100-EXIT.
044700     EXIT.
044800
044900***************************************************************
045000* 4110-BUILD-PROBE-PATH - scratch file per host for this run    *
045100***************************************************************
045200 4110-BUILD-PROBE-PATH.
045300     MOVE WS-HOST-IX TO WS-PROBE-SEQ.
045400     MOVE SPACES TO WS-PROBE-PATH.
045500     STRING "/tmp/onboard-" DELIMITED BY SIZE
045600         WS-STAMP DELIMITED BY SIZE
045700         "-" DELIMITED BY SIZE
045800         WS-PROBE-SEQ DELIMITED BY SIZE
045900         ".txt" DELIMITED BY SIZE
046000         INTO WS-PROBE-PATH.
046100 4110-EXIT.
046200     EXIT.
046300
046400***************************************************************
046500* 4200-CHECK-MANAGED - a host that already has its per-host     *
046600*     file is under management; it is listed but never adopted  *
046700*     over the top of that file                                 *
046800***************************************************************
046900 4200-CHECK-MANAGED.
047000     MOVE SPACES TO WS-OUTPUT-PATH.
047100     STRING WS-OUTPUT-DIR DELIMITED BY SPACE
047200         WS-HT-NAME(WS-HOST-IX) DELIMITED BY SPACE
047300         "-static-network.yaml" DELIMITED BY SIZE
047400         INTO WS-OUTPUT-PATH.
047500     OPEN INPUT HostYamlFile.
047600     IF WS-YAML-STATUS = "00"
047700         CLOSE HostYamlFile
047800         DISPLAY "  MANAGED  " WS-OUTPUT-PATH
047900             " already exists - host not adopted"
048000         SET WS-HT-MANAGED(WS-HOST-IX) TO TRUE
048100         ADD 1 TO WS-MANAGED-COUNT
048200     END-IF.
048300 4200-EXIT.
048400     EXIT.
048500
048600***************************************************************
048700* 4300-WRITE-DRAFT-ROWS - one SetStaticIPBatch row per          *
048800*     interface carrying an IPv4 address                        *
048900***************************************************************
049000 4300-WRITE-DRAFT-ROWS.
049100     IF NP-IF-IP(WS-IF-IX) = SPACES
049200         GO TO 4300-EXIT
049300     END-IF.
049400     MOVE SPACES TO WS-VLAN-TEXT.
049500     IF NP-IF-VLAN(WS-IF-IX)
049600         MOVE NP-IF-VLAN-ID(WS-IF-IX) TO WS-VLAN-DISP
049700         MOVE 0 TO WS-LEAD-CNT
049800         INSPECT WS-VLAN-DISP TALLYING WS-LEAD-CNT
049900             FOR LEADING SPACE
050000         MOVE WS-VLAN-DISP(WS-LEAD-CNT + 1 : 4 - WS-LEAD-CNT)
050100             TO WS-VLAN-TEXT
050200     END-IF.
050300     MOVE SPACES TO InventoryRecord.
050400     STRING WS-HT-NAME(WS-HOST-IX) DELIMITED BY SPACE
050500         "|" DELIMITED BY SIZE
050600         NP-IF-NAME(WS-IF-IX) DELIMITED BY SPACE
050700         "|" DELIMITED BY SIZE
050800         NP-IF-IP(WS-IF-IX) DELIMITED BY SPACE
050900         "|" DELIMITED BY SIZE
051000         NP-IF-GATEWAY(WS-IF-IX) DELIMITED BY SPACE
051100         "|" DELIMITED BY SIZE
051200         WS-VLAN-TEXT DELIMITED BY SPACE
051300         "|" DELIMITED BY SIZE
051400         NP-IF-VLAN-LINK(WS-IF-IX) DELIMITED BY SPACE
051500         "|" DELIMITED BY SIZE
051600         WS-TICKET-REF DELIMITED BY SPACE
051700         INTO InventoryRecord.
051800     WRITE InventoryRecord.
051900     ADD 1 TO WS-ROW-COUNT.
052000     IF NP-IF-GATEWAY(WS-IF-IX) = SPACES
052100         DISPLAY "  NOTE     " NP-IF-NAME(WS-IF-IX)
052200             " has no default gateway - fill in the draft row"
052300             " before running it"
052400     END-IF.
052500 4300-EXIT.
052600     EXIT.
052700
052800***************************************************************
052900* 4400-PROPOSE-RECORDS - the ASSIGNED record(s) this interface  *
053000*     needs, each put to CheckAllocation C                      *
053100***************************************************************
053200 4400-PROPOSE-RECORDS.
053300     MOVE SPACES TO WS-HOLDER-TAG.
053400     STRING WS-HT-NAME(WS-HOST-IX) DELIMITED BY SPACE
053500         ":" DELIMITED BY SIZE
053600         NP-IF-NAME(WS-IF-IX) DELIMITED BY SPACE
053700         INTO WS-HOLDER-TAG.
053800     IF NP-IF-IP(WS-IF-IX) NOT = SPACES
053900         MOVE NP-IF-IP(WS-IF-IX) TO WS-PROP-ADDR
054000         PERFORM 4500-PROPOSE-ONE THRU 4500-EXIT
054100     END-IF.
054200     IF NP-IF-IPV6(WS-IF-IX) NOT = SPACES
054300         MOVE NP-IF-IPV6(WS-IF-IX) TO WS-PROP-ADDR
054400         PERFORM 4500-PROPOSE-ONE THRU 4500-EXIT
054500     END-IF.
054600 4400-EXIT.
054700     EXIT.
054800
054900***************************************************************
055000* 4500-PROPOSE-ONE - OUTSIDE when no allocated subnet holds     *
055100*     the address, HELD when the master has it for someone      *
055200*     else, another host in this run claims it, or it is        *
055300*     RESERVED                                                  *
055400***************************************************************
055500 4500-PROPOSE-ONE.
055600     MOVE SPACES TO WS-QUERY-ADDR.
055700     UNSTRING WS-PROP-ADDR DELIMITED BY "/"
055800         INTO WS-QUERY-ADDR.
055900     PERFORM VARYING WS-IX FROM 1 BY 1
056000             UNTIL WS-IX > WS-PROP-COUNT
056100         IF WS-PR-ADDR(WS-IX) = WS-QUERY-ADDR
056200            AND WS-PR-HOLDER(WS-IX) NOT = WS-HOLDER-TAG
056300             DISPLAY "  HELD     " WS-QUERY-ADDR " "
056400                 WS-HOLDER-TAG
056500             DISPLAY "           also claimed by "
056600                 WS-PR-HOLDER(WS-IX) " in this run"
056700             ADD 1 TO WS-HELD-COUNT
056800             ADD 1 TO WS-HOST-FLAGS
056900             GO TO 4500-EXIT
057000         END-IF
057100     END-PERFORM.
057200     IF WS-PROP-COUNT < 2000
057300         ADD 1 TO WS-PROP-COUNT
057400         MOVE WS-QUERY-ADDR TO WS-PR-ADDR(WS-PROP-COUNT)
057500         MOVE WS-HOLDER-TAG TO WS-PR-HOLDER(WS-PROP-COUNT)
057600     END-IF.
057700     MOVE "C" TO WS-AL-FUNCTION.
057800     MOVE SPACES TO WS-AL-OLD-ADDR WS-AL-SUBNET.
057900     MOVE WS-HOLDER-TAG TO WS-AL-HOLDER.
058000     CALL "CheckAllocation" USING WS-ALLOC-PATH
058100         WS-AL-FUNCTION WS-PROP-ADDR WS-AL-OLD-ADDR
058200         WS-AL-HOLDER WS-AL-SUBNET WS-AL-RESULT
058300         WS-AL-MESSAGE.
058400     IF WS-AL-NO-MASTER
058500         IF NOT WS-NO-MASTER
058600             DISPLAY "WARNING: no allocation master file at "
058700                 WS-ALLOC-PATH
058800             DISPLAY "         addresses cannot be checked and no"
058900                 " host will be adopted"
059000             SET WS-NO-MASTER TO TRUE
059100         END-IF
059200         GO TO 4500-EXIT
059300     END-IF.
059400     IF WS-AL-REJECTED
059500         ADD 1 TO WS-HOST-FLAGS
059600         IF WS-AL-MESSAGE(1:19) = "address not in any "
059700             DISPLAY "  OUTSIDE  " WS-QUERY-ADDR " "
059800                 WS-HOLDER-TAG
059900             ADD 1 TO WS-OUTSIDE-COUNT
060000         ELSE
060100             DISPLAY "  HELD     " WS-QUERY-ADDR " "
060200                 WS-HOLDER-TAG
060300             ADD 1 TO WS-HELD-COUNT
060400         END-IF
060500         DISPLAY "           " WS-AL-MESSAGE
060600         GO TO 4500-EXIT
060700     END-IF.
060800     DISPLAY "  PROPOSE  " WS-QUERY-ADDR " ASSIGNED "
060900         WS-HOLDER-TAG.
061000     ADD 1 TO WS-PROPOSED-COUNT.
061100 4500-EXIT.
061200     EXIT.
061300
061400***************************************************************
061500* 5000-PARSE-PROBE - load NP-PARMS from the host's probe file;  *
061600*     performed again at adoption to render the baseline        *
061700***************************************************************
061800 5000-PARSE-PROBE.
061900     PERFORM 4110-BUILD-PROBE-PATH THRU 4110-EXIT.
062000     MOVE 0 TO NP-IFACE-COUNT NP-NAMESERVER-COUNT
062100         NP-SEARCH-COUNT.
062200     MOVE "N" TO WS-LIVE-REACHED-SWITCH WS-TABLE-FULL-SWITCH.
062300     MOVE 0 TO WS-EXTRA-ADDR-COUNT.
062400     OPEN INPUT LiveProbeFile.
062500     IF WS-PROBE-STATUS NOT = "00"
062600         GO TO 5000-EXIT
062700     END-IF.
062800     PERFORM UNTIL WS-PROBE-STATUS = "10"
062900         READ LiveProbeFile
063000             AT END
063100                 MOVE "10" TO WS-PROBE-STATUS
063200             NOT AT END
063300                 PERFORM 5100-SCAN-PROBE-LINE THRU 5100-EXIT
063400         END-READ
063500     END-PERFORM.
063600     CLOSE LiveProbeFile.
063700     PERFORM 5700-SETTLE-TYPES THRU 5700-EXIT
063800         VARYING WS-IF-IX FROM 1 BY 1
063900         UNTIL WS-IF-IX > NP-IFACE-COUNT.
064000     IF NP-NAMESERVER-COUNT = 0
064100         PERFORM 5800-LOAD-SITE-DNS THRU 5800-EXIT
064200     END-IF.
064300 5000-EXIT.
064400     EXIT.
064500
064600***************************************************************
064700* 5100-SCAN-PROBE-LINE - route each line to the parser for      *
064800*     the command that produced it                              *
064900***************************************************************
065000 5100-SCAN-PROBE-LINE.
065100     IF LiveProbeRecord = "PROBE-OK"
065200         SET WS-LIVE-REACHED TO TRUE
065300         GO TO 5100-EXIT
065400     END-IF.
065500     IF LiveProbeRecord(1:11) = "nameserver "
065600         PERFORM 5500-TAKE-NAMESERVER THRU 5500-EXIT
065700         GO TO 5100-EXIT
065800     END-IF.
065900     IF LiveProbeRecord(1:7) = "search "
066000         PERFORM 5550-TAKE-SEARCH THRU 5550-EXIT
066100         GO TO 5100-EXIT
066200     END-IF.
066300     IF LiveProbeRecord(1:15) = "/sys/class/net/"
066400         PERFORM 5400-TAKE-BOND THRU 5400-EXIT
066500         GO TO 5100-EXIT
066600     END-IF.
066700     MOVE SPACES TO WS-PB-LEFT WS-PB-TAIL.
066800     UNSTRING LiveProbeRecord DELIMITED BY " vlan protocol "
066900         INTO WS-PB-LEFT WS-PB-TAIL.
067000     IF WS-PB-TAIL NOT = SPACES
067100         PERFORM 5300-TAKE-VLAN THRU 5300-EXIT
067200         GO TO 5100-EXIT
067300     END-IF.
067400     MOVE SPACES TO WS-PB-LEFT WS-PB-TAIL WS-PB-DELIM.
067500     UNSTRING LiveProbeRecord DELIMITED BY " inet6 " OR " inet "
067600         INTO WS-PB-LEFT DELIMITER IN WS-PB-DELIM
067700         WS-PB-TAIL.
067800     IF WS-PB-TAIL NOT = SPACES
067900         PERFORM 5200-TAKE-ADDRESS THRU 5200-EXIT
068000         GO TO 5100-EXIT
068100     END-IF.
068200     MOVE SPACES TO WS-PB-DEST WS-PB-TAIL.
068300     UNSTRING LiveProbeRecord DELIMITED BY " via "
068400         INTO WS-PB-DEST WS-PB-TAIL.
068500     IF WS-PB-TAIL NOT = SPACES
068600         PERFORM 5600-TAKE-ROUTE THRU 5600-EXIT
068700     END-IF.
068800 5100-EXIT.
068900     EXIT.
069000
069100***************************************************************
069200* 5150-FIND-IFACE - table slot for WS-PB-IFNAME, added when     *
069300*     new; WS-IF-IX is zero when the table is full              *
069400***************************************************************
069500 5150-FIND-IFACE.
069600     PERFORM VARYING WS-IF-IX FROM 1 BY 1
069700             UNTIL WS-IF-IX > NP-IFACE-COUNT
069800         IF NP-IF-NAME(WS-IF-IX) = WS-PB-IFNAME
069900             GO TO 5150-EXIT
070000         END-IF
070100     END-PERFORM.
070200     IF NP-IFACE-COUNT >= 16
070300         SET WS-TABLE-FULL TO TRUE
070400         MOVE 0 TO WS-IF-IX
070500         GO TO 5150-EXIT
070600     END-IF.
070700     ADD 1 TO NP-IFACE-COUNT.
070800     MOVE NP-IFACE-COUNT TO WS-IF-IX.
070900     MOVE WS-PB-IFNAME TO NP-IF-NAME(WS-IF-IX).
071000     MOVE SPACES TO NP-IF-TYPE(WS-IF-IX) NP-IF-IP(WS-IF-IX)
071100         NP-IF-GATEWAY(WS-IF-IX) NP-IF-IPV6(WS-IF-IX)
071200         NP-IF-GATEWAY6(WS-IF-IX) NP-IF-VLAN-LINK(WS-IF-IX)
071250         NP-IF-MACADDR(WS-IF-IX) NP-IF-SET-NAME(WS-IF-IX).
071300     MOVE 0 TO NP-IF-VLAN-ID(WS-IF-IX)
071400         NP-IF-BOND-COUNT(WS-IF-IX)
071500         NP-IF-ROUTE-COUNT(WS-IF-IX).
071600 5150-EXIT.
071700     EXIT.
071800
071900***************************************************************
072000* 5200-TAKE-ADDRESS - "N: ifname    inet a.b.c.d/nn ..." from   *
072100*     ip -o addr; the first address of each family is kept      *
072200***************************************************************
072300 5200-TAKE-ADDRESS.
072400     MOVE SPACES TO WS-PB-INDEX WS-PB-NAME WS-PB-IFNAME
072500         WS-PB-ADDR.
072600     UNSTRING WS-PB-LEFT DELIMITED BY ALL SPACE
072700         INTO WS-PB-INDEX WS-PB-NAME.
072800     UNSTRING WS-PB-NAME DELIMITED BY "@"
072900         INTO WS-PB-IFNAME.
073000     UNSTRING WS-PB-TAIL DELIMITED BY SPACE
073100         INTO WS-PB-ADDR.
073200     IF WS-PB-IFNAME = SPACES OR WS-PB-ADDR = SPACES
073300         GO TO 5200-EXIT
073400     END-IF.
073500     PERFORM 5150-FIND-IFACE THRU 5150-EXIT.
073600     IF WS-IF-IX = 0
073700         GO TO 5200-EXIT
073800     END-IF.
073900     IF WS-PB-DELIM = " inet6 "
074000         IF NP-IF-IPV6(WS-IF-IX) = SPACES
074100             MOVE WS-PB-ADDR TO NP-IF-IPV6(WS-IF-IX)
074200         ELSE
074300             ADD 1 TO WS-EXTRA-ADDR-COUNT
074400         END-IF
074500     ELSE
074600         IF NP-IF-IP(WS-IF-IX) = SPACES
074700             MOVE WS-PB-ADDR TO NP-IF-IP(WS-IF-IX)
074800         ELSE
074900             ADD 1 TO WS-EXTRA-ADDR-COUNT
075000         END-IF
075100     END-IF.
075200 5200-EXIT.
075300     EXIT.
075400
075500***************************************************************
075600* 5300-TAKE-VLAN - "N: name@link: <...> ... vlan protocol       *
075700*     802.1Q id NNN ..." from ip -d -o link                     *
075800***************************************************************
075900 5300-TAKE-VLAN.
076000     MOVE SPACES TO WS-PB-INDEX WS-PB-NAME WS-PB-IFNAME
076100         WS-PB-LINK WS-PB-SCRATCH WS-PB-ID.
076200     UNSTRING WS-PB-LEFT DELIMITED BY ": "
076300         INTO WS-PB-INDEX WS-PB-NAME.
076400     UNSTRING WS-PB-NAME DELIMITED BY "@"
076500         INTO WS-PB-IFNAME WS-PB-LINK.
076600     UNSTRING WS-PB-TAIL DELIMITED BY " id "
076700         INTO WS-PB-SCRATCH WS-PB-REST.
076800     UNSTRING WS-PB-REST DELIMITED BY SPACE
076900         INTO WS-PB-ID.
077000     IF WS-PB-IFNAME = SPACES OR WS-PB-LINK = SPACES
077100         GO TO 5300-EXIT
077200     END-IF.
077300     MOVE 0 TO WS-TRAIL-CNT.
077400     INSPECT WS-PB-ID TALLYING WS-TRAIL-CNT FOR TRAILING SPACE.
077500     IF WS-TRAIL-CNT < 6 OR WS-TRAIL-CNT = 10
077600         GO TO 5300-EXIT
077700     END-IF.
077800     IF WS-PB-ID(1 : 10 - WS-TRAIL-CNT) IS NOT NUMERIC
077900         GO TO 5300-EXIT
078000     END-IF.
078100     PERFORM 5150-FIND-IFACE THRU 5150-EXIT.
078200     IF WS-IF-IX = 0
078300         GO TO 5300-EXIT
078400     END-IF.
078500     SET NP-IF-VLAN(WS-IF-IX) TO TRUE.
078600     MOVE WS-PB-LINK TO NP-IF-VLAN-LINK(WS-IF-IX).
078700     MOVE WS-PB-ID(1 : 10 - WS-TRAIL-CNT)
078800         TO NP-IF-VLAN-ID(WS-IF-IX).
078900 5300-EXIT.
079000     EXIT.
079100
079200***************************************************************
079300* 5400-TAKE-BOND - "/sys/class/net/<bond>/bonding/slaves:m1     *
079400*     m2 ..." from the grep of the bonding driver's slave list  *
079500***************************************************************
079600 5400-TAKE-BOND.
079700     MOVE SPACES TO WS-PB-LEFT WS-PB-REST.
079800     UNSTRING LiveProbeRecord DELIMITED BY "/bonding/slaves:"
079900         INTO WS-PB-LEFT WS-PB-REST.
080000     MOVE WS-PB-LEFT(16:20) TO WS-PB-IFNAME.
080100     IF WS-PB-IFNAME = SPACES
080200         GO TO 5400-EXIT
080300     END-IF.
080400     PERFORM 5150-FIND-IFACE THRU 5150-EXIT.
080500     IF WS-IF-IX = 0
080600         GO TO 5400-EXIT
080700     END-IF.
080800     SET NP-IF-BOND(WS-IF-IX) TO TRUE.
080900     MOVE 0 TO NP-IF-BOND-COUNT(WS-IF-IX).
081000     MOVE 1 TO WS-PB-PTR.
081100     PERFORM UNTIL WS-PB-PTR > 200
081200             OR NP-IF-BOND-COUNT(WS-IF-IX) >= 8
081300         MOVE SPACES TO WS-PB-WORD
081400         UNSTRING WS-PB-REST DELIMITED BY ALL SPACE
081500             INTO WS-PB-WORD
081600             WITH POINTER WS-PB-PTR
081700         IF WS-PB-WORD = SPACES
081800             EXIT PERFORM
081900         END-IF
082000         ADD 1 TO NP-IF-BOND-COUNT(WS-IF-IX)
082100         MOVE WS-PB-WORD TO NP-IF-BOND-MEMBERS(WS-IF-IX,
082200             NP-IF-BOND-COUNT(WS-IF-IX))
082300     END-PERFORM.
082400 5400-EXIT.
082500     EXIT.
082600
082700***************************************************************
082800* 5500-TAKE-NAMESERVER - resolv.conf nameserver; a loopback     *
082900*     stub resolver says nothing about the real servers and is  *
083000*     left out                                                  *
083100***************************************************************
083200 5500-TAKE-NAMESERVER.
083300     MOVE SPACES TO WS-PB-WORD.
083400     UNSTRING LiveProbeRecord(12:189) DELIMITED BY ALL SPACE
083500         INTO WS-PB-WORD.
083600     IF WS-PB-WORD = SPACES OR WS-PB-WORD(1:4) = "127."
083700        OR WS-PB-WORD = "::1"
083800         GO TO 5500-EXIT
083900     END-IF.
084000     IF NP-NAMESERVER-COUNT < 10
084100         ADD 1 TO NP-NAMESERVER-COUNT
084200         MOVE WS-PB-WORD
084300             TO NP-NAMESERVER-TABLE(NP-NAMESERVER-COUNT)
084400     END-IF.
084500 5500-EXIT.
084600     EXIT.
084700
084800***************************************************************
084900* 5550-TAKE-SEARCH - resolv.conf search line, one domain per    *
085000*     word                                                      *
085100***************************************************************
085200 5550-TAKE-SEARCH.
085300     MOVE LiveProbeRecord(8:193) TO WS-PB-REST.
085400     MOVE 1 TO WS-PB-PTR.
085500     PERFORM UNTIL WS-PB-PTR > 200 OR NP-SEARCH-COUNT >= 10
085600         MOVE SPACES TO WS-PB-WORD
085700         UNSTRING WS-PB-REST DELIMITED BY ALL SPACE
085800             INTO WS-PB-WORD
085900             WITH POINTER WS-PB-PTR
086000         IF WS-PB-WORD = SPACES
086100             EXIT PERFORM
086200         END-IF
086300         ADD 1 TO NP-SEARCH-COUNT
086400         MOVE WS-PB-WORD TO NP-SEARCH-TABLE(NP-SEARCH-COUNT)
086500     END-PERFORM.
086600 5550-EXIT.
086700     EXIT.
086800
086900***************************************************************
087000* 5600-TAKE-ROUTE - "default via G dev D ..." sets the          *
087100*     interface's gateway for the family of G; "P via G dev D   *
087200*     [metric M]" becomes a static route (four per interface)   *
087300***************************************************************
087400 5600-TAKE-ROUTE.
087500     MOVE SPACES TO WS-PB-VIA WS-PB-REST WS-PB-DEV
087600         WS-PB-METRIC WS-PB-SCRATCH WS-PB-LEFT.
087700     UNSTRING WS-PB-TAIL DELIMITED BY " dev "
087800         INTO WS-PB-VIA WS-PB-REST.
087900     UNSTRING WS-PB-REST DELIMITED BY SPACE
088000         INTO WS-PB-DEV.
088100     UNSTRING WS-PB-REST DELIMITED BY " metric "
088200         INTO WS-PB-SCRATCH WS-PB-LEFT.
088300     UNSTRING WS-PB-LEFT DELIMITED BY SPACE
088400         INTO WS-PB-METRIC.
088500     IF WS-PB-VIA = SPACES OR WS-PB-DEV = SPACES
088600         GO TO 5600-EXIT
088700     END-IF.
088800     MOVE WS-PB-DEV TO WS-PB-IFNAME.
088900     PERFORM 5150-FIND-IFACE THRU 5150-EXIT.
089000     IF WS-IF-IX = 0
089100         GO TO 5600-EXIT
089200     END-IF.
089300     MOVE 0 TO WS-COLON-COUNT.
089400     INSPECT WS-PB-VIA TALLYING WS-COLON-COUNT FOR ALL ":".
089500     IF WS-PB-DEST = "default"
089600         IF WS-COLON-COUNT > 0
089700             MOVE WS-PB-VIA TO NP-IF-GATEWAY6(WS-IF-IX)
089800         ELSE
089900             MOVE WS-PB-VIA TO NP-IF-GATEWAY(WS-IF-IX)
090000         END-IF
090100         GO TO 5600-EXIT
090200     END-IF.
090300     IF NP-IF-ROUTE-COUNT(WS-IF-IX) >= 4
090400         ADD 1 TO WS-EXTRA-ADDR-COUNT
090500         GO TO 5600-EXIT
090600     END-IF.
090700     ADD 1 TO NP-IF-ROUTE-COUNT(WS-IF-IX).
090800     MOVE WS-PB-DEST TO NP-IF-RT-DEST(WS-IF-IX,
090900         NP-IF-ROUTE-COUNT(WS-IF-IX)).
091000     MOVE WS-PB-VIA TO NP-IF-RT-VIA(WS-IF-IX,
091100         NP-IF-ROUTE-COUNT(WS-IF-IX)).
091200     MOVE WS-PB-METRIC TO NP-IF-RT-METRIC(WS-IF-IX,
091300         NP-IF-ROUTE-COUNT(WS-IF-IX)).
091400 5600-EXIT.
091500     EXIT.
091600
091700***************************************************************
091800* 5700-SETTLE-TYPES - anything not found to be a VLAN or a      *
091900*     bond is a plain physical interface                        *
092000***************************************************************
092100 5700-SETTLE-TYPES.
092200     IF NP-IF-TYPE(WS-IF-IX) = SPACES
092300         SET NP-IF-PHYSICAL(WS-IF-IX) TO TRUE
092400     END-IF.
092500 5700-EXIT.
092600     EXIT.
092700
092800***************************************************************
092900* 5800-LOAD-SITE-DNS - a host with no usable resolv.conf gets   *
093000*     the site defaults, else the historical public-resolver    *
093100*     fallback, the same as SetStaticIPBatch                    *
093200***************************************************************
093300 5800-LOAD-SITE-DNS.
093400     OPEN INPUT DnsConfigFile.
093500     IF WS-DNSCFG-STATUS = "00"
093600         PERFORM UNTIL WS-DNSCFG-STATUS = "10"
093700             READ DnsConfigFile
093800                 AT END
093900                     MOVE "10" TO WS-DNSCFG-STATUS
094000                 NOT AT END
094100                     PERFORM 5810-PARSE-CONFIG-LINE THRU 5810-EXIT
094200             END-READ
094300         END-PERFORM
094400         CLOSE DnsConfigFile
094500     END-IF.
094600     IF NP-NAMESERVER-COUNT = 0
094700         MOVE "8.8.8.8" TO NP-NAMESERVER-TABLE(1)
094800         MOVE "8.8.4.4" TO NP-NAMESERVER-TABLE(2)
094900         MOVE 2 TO NP-NAMESERVER-COUNT
095000     END-IF.
095100 5800-EXIT.
095200     EXIT.
095300
095400***************************************************************
095500* 5810-PARSE-CONFIG-LINE - NAMESERVER=x.x.x.x or SEARCH=domain; *
095600*     search domains the host already listed are kept           *
095700***************************************************************
095800 5810-PARSE-CONFIG-LINE.
095900     IF DnsConfigRecord(1:11) = "NAMESERVER="
096000         AND NP-NAMESERVER-COUNT < 10
096100         ADD 1 TO NP-NAMESERVER-COUNT
096200         MOVE DnsConfigRecord(12:50)
096300             TO NP-NAMESERVER-TABLE(NP-NAMESERVER-COUNT)
096400     END-IF.
096500     IF DnsConfigRecord(1:7) = "SEARCH="
096600         AND NP-SEARCH-COUNT = 0
096700         MOVE 1 TO NP-SEARCH-COUNT
096800         MOVE DnsConfigRecord(8:50)
096900             TO NP-SEARCH-TABLE(NP-SEARCH-COUNT)
097000     END-IF.
097100 5810-EXIT.
097200     EXIT.
097300
097400***************************************************************
097500* 6000-REPORT-SUMMARY                                           *
097600***************************************************************
097700 6000-REPORT-SUMMARY.
097800     DISPLAY " ".
097900     DISPLAY "Onboarding summary".
098000     DISPLAY "------------------".
098100     MOVE WS-HOST-COUNT TO WS-CNT-DISP.
098200     DISPLAY "Hosts listed        : " WS-CNT-DISP.
098300     MOVE WS-REACHED-COUNT TO WS-CNT-DISP.
098400     DISPLAY "Hosts reached       : " WS-CNT-DISP.
098500     MOVE WS-UNREACHED-COUNT TO WS-CNT-DISP.
098600     DISPLAY "Hosts unreachable   : " WS-CNT-DISP.
098700     MOVE WS-MANAGED-COUNT TO WS-CNT-DISP.
098800     DISPLAY "Already managed     : " WS-CNT-DISP.
098900     MOVE WS-FLAGGED-COUNT TO WS-CNT-DISP.
099000     DISPLAY "Hosts flagged       : " WS-CNT-DISP.
099100     MOVE WS-CLEAN-COUNT TO WS-CNT-DISP.
099200     DISPLAY "Hosts ready to adopt: " WS-CNT-DISP.
099300     MOVE WS-ROW-COUNT TO WS-CNT-DISP.
099400     DISPLAY "Draft inventory rows: " WS-CNT-DISP
099500         " written to " WS-INVENTORY-PATH.
099600     MOVE WS-PROPOSED-COUNT TO WS-CNT-DISP.
099700     DISPLAY "Records proposed    : " WS-CNT-DISP.
099800     MOVE WS-OUTSIDE-COUNT TO WS-CNT-DISP.
099900     DISPLAY "Outside our subnets : " WS-CNT-DISP.
100000     MOVE WS-HELD-COUNT TO WS-CNT-DISP.
100100     DISPLAY "Held by another     : " WS-CNT-DISP.
100200 6000-EXIT.
100300     EXIT.
100400
100500***************************************************************
100600* 7000-CONFIRM-ADOPTION - the operator says Y before anything   *
100700*     is written to the master or /etc/netplan/hosts/           *
100800***************************************************************
100900 7000-CONFIRM-ADOPTION.
101000     IF WS-NO-MASTER
101100         DISPLAY "No allocation master - nothing adopted."
101200         GO TO 7000-EXIT
101300     END-IF.
101400     IF WS-CLEAN-COUNT = 0
101500         DISPLAY "No host is ready to adopt - nothing written."
101600         GO TO 7000-EXIT
101700     END-IF.
101800     MOVE WS-CLEAN-COUNT TO WS-CNT-DISP.
101900     DISPLAY " ".
102000     DISPLAY "Adopt the" WS-CNT-DISP " unflagged host(s) into the"
102100         " master and write their baseline files? (Y/N): "
102200         WITH NO ADVANCING.
102300     ACCEPT WS-CONFIRM.
102400     IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
102500         DISPLAY "Nothing adopted - the draft inventory is kept."
102600         GO TO 7000-EXIT
102700     END-IF.
102800     MOVE SPACES TO WS-COMMAND-LINE.
102900     STRING "mkdir -p " DELIMITED BY SIZE
103000         WS-OUTPUT-DIR DELIMITED BY SPACE
103100         INTO WS-COMMAND-LINE.
103200     CALL "SYSTEM" USING WS-COMMAND-LINE.
103300     PERFORM 7100-ADOPT-ONE-HOST THRU 7100-EXIT
103400         VARYING WS-HOST-IX FROM 1 BY 1
103500         UNTIL WS-HOST-IX > WS-HOST-COUNT.
103600     MOVE WS-ADOPTED-COUNT TO WS-CNT-DISP.
103700     DISPLAY WS-CNT-DISP " host(s) adopted.".
103800 7000-EXIT.
103900     EXIT.
104000
104100***************************************************************
104200* 7100-ADOPT-ONE-HOST - baseline file first; the master and     *
104300*     change log only once the file is on disk                  *
104400***************************************************************
104500 7100-ADOPT-ONE-HOST.
104600     IF NOT WS-HT-CLEAN(WS-HOST-IX)
104700         GO TO 7100-EXIT
104800     END-IF.
104900     PERFORM 5000-PARSE-PROBE THRU 5000-EXIT.
105000     MOVE SPACES TO WS-OUTPUT-PATH.
105100     STRING WS-OUTPUT-DIR DELIMITED BY SPACE
105200         WS-HT-NAME(WS-HOST-IX) DELIMITED BY SPACE
105300         "-static-network.yaml" DELIMITED BY SIZE
105400         INTO WS-OUTPUT-PATH.
105500     MOVE WS-OUTPUT-PATH TO NP-OUTPUT-PATH.
105600     SET NP-DRYRUN-NO TO TRUE.
105700     CALL "WriteNetplanYAML" USING NP-PARMS.
105800     IF NP-RETURN-CODE NOT = 0
105900         DISPLAY "ERROR: could not write " WS-OUTPUT-PATH
106000             " - " WS-HT-NAME(WS-HOST-IX) " not adopted"
106100         GO TO 7100-EXIT
106200     END-IF.
106300     PERFORM 7200-ASSIGN-ONE-IFACE THRU 7200-EXIT
106400         VARYING WS-IF-IX FROM 1 BY 1
106500         UNTIL WS-IF-IX > NP-IFACE-COUNT.
106600     DISPLAY "Adopted " WS-HT-NAME(WS-HOST-IX) " - baseline "
106700         WS-OUTPUT-PATH.
106800     ADD 1 TO WS-ADOPTED-COUNT.
106900 7100-EXIT.
107000     EXIT.
107100
107200***************************************************************
107300* 7200-ASSIGN-ONE-IFACE - ASSIGNED record(s) and a change-log   *
107400*     line for each address the interface carries               *
107500***************************************************************
107600 7200-ASSIGN-ONE-IFACE.
107700     IF NP-IF-IP(WS-IF-IX) = SPACES
107800        AND NP-IF-IPV6(WS-IF-IX) = SPACES
107900         GO TO 7200-EXIT
108000     END-IF.
108100     MOVE SPACES TO WS-AL-HOLDER.
108200     STRING WS-HT-NAME(WS-HOST-IX) DELIMITED BY SPACE
108300         ":" DELIMITED BY SIZE
108400         NP-IF-NAME(WS-IF-IX) DELIMITED BY SPACE
108500         INTO WS-AL-HOLDER.
108600     MOVE SPACES TO WS-AUDIT-TAG.
108620     STRING "onboard:" DELIMITED BY SIZE
108640         WS-AL-HOLDER DELIMITED BY SPACE
108660         INTO WS-AUDIT-TAG.
108700     IF NP-IF-IP(WS-IF-IX) NOT = SPACES
108800         MOVE NP-IF-IP(WS-IF-IX) TO WS-PROP-ADDR
108900         PERFORM 7300-MARK-ASSIGNED THRU 7300-EXIT
109000     END-IF.
109100     IF NP-IF-IPV6(WS-IF-IX) NOT = SPACES
109200         MOVE NP-IF-IPV6(WS-IF-IX) TO WS-PROP-ADDR
109300         PERFORM 7300-MARK-ASSIGNED THRU 7300-EXIT
109400     END-IF.
109500     CALL "WriteAudit" USING WS-AUDIT-LOG-PATH
109600         WS-AUDIT-TAG WS-AUDIT-OLD-IP WS-AUDIT-OLD-GW
109700         NP-IF-IP(WS-IF-IX) NP-IF-GATEWAY(WS-IF-IX)
109800         WS-TICKET-REF.
109900 7200-EXIT.
110000     EXIT.
110100
110200***************************************************************
110300* 7300-MARK-ASSIGNED - CheckAllocation U with nothing to        *
110400*     release; a failure is a warning, the file is written      *
110500***************************************************************
110600 7300-MARK-ASSIGNED.
110700     MOVE "U" TO WS-AL-FUNCTION.
110800     MOVE SPACES TO WS-AL-OLD-ADDR WS-AL-SUBNET.
110900     CALL "CheckAllocation" USING WS-ALLOC-PATH
111000         WS-AL-FUNCTION WS-PROP-ADDR WS-AL-OLD-ADDR
111100         WS-AL-HOLDER WS-AL-SUBNET WS-AL-RESULT
111200         WS-AL-MESSAGE.
111300     IF NOT WS-AL-OK
111400         DISPLAY "WARNING: allocation master not updated for "
111500             WS-AL-HOLDER ": " WS-AL-MESSAGE
111600     END-IF.
111700 7300-EXIT.
111800     EXIT.
111900
112000***************************************************************
112100* 8000-REMOVE-PROBE-FILES - this run's scratch files            *
112200***************************************************************
112300 8000-REMOVE-PROBE-FILES.
112400     MOVE SPACES TO WS-COMMAND-LINE.
112500     STRING "rm -f /tmp/onboard-" DELIMITED BY SIZE
112600         WS-STAMP DELIMITED BY SIZE
112700         "-*.txt" DELIMITED BY SIZE
112800         INTO WS-COMMAND-LINE.
112900     CALL "SYSTEM" USING WS-COMMAND-LINE.
113000 8000-EXIT.
113100     EXIT.
113200
113300 END PROGRAM OnboardHosts.
