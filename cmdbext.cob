000100***************************************************************
000200*                                                                *
000300*  PROGRAM      : CMDBEXT.CBL                                    *
000400*  PROGRAM-ID   : CmdbExtract                                    *
000500*  AUTHOR       : T. Kowalczyk, Network Systems Group            *
000600*  INSTALLATION : Data Center Operations                         *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  PURPOSE.                                                      *
001000*      Nightly interface extract for the CMDB load.  Which       *
001100*      host has which address is spread over three records -     *
001200*      the per-host YAML files under /etc/netplan/hosts/,        *
001300*      the ASSIGNED records in the allocation master, and the    *
001400*      change log StaticIPReport -current summarises - and       *
001500*      this run pulls them together into one fixed-format        *
001600*      file (layout in cmdbrec.cpy): a header, one record per    *
001700*      hostname:interface with its IPv4/IPv6 address,            *
001800*      gateways, VLAN id and link, bond members, nameservers     *
001900*      and the stamp, operator and ticket of its last change,    *
002000*      and a trailer with the record count.                      *
002100*                                                                *
002200*      The YAML file is the full description of an interface     *
002300*      and wins wherever it says anything.  An interface the     *
002400*      master holds but no YAML describes (this box's own,       *
002500*      pushed by the single-host driver) is taken from the       *
002600*      master, with its gateway from the change log.  The        *
002700*      change log supplies the last change for every             *
002800*      interface; an interface known only to the change log      *
002900*      is extracted only when there is no master to say its      *
003000*      address has since been released.                          *
003020*      Addresses always go out as address/prefix: the master     *
003040*      keeps a bare address, so it takes the prefix of the       *
003060*      master subnet that holds it, or failing that of the       *
003080*      change log's new_ip when that is the same address.        *
003100*                                                                *
003200*  USAGE.                                                        *
003300*      CmdbExtract [-full]                                       *
003400*                                                                *
003500*      The first run, and any run given -full, writes a FULL     *
003600*      extract of every interface.  Otherwise the run is         *
003700*      compared with the snapshot of the previous extract        *
003800*      (cmdb-extract.snap, kept beside the extract files) and    *
003900*      a DELTA extract carries only the interfaces added,        *
004000*      changed or deleted since, a delete carrying the last      *
004100*      values the CMDB was sent.  A snapshot that cannot be      *
004200*      read, or whose trailer disagrees with its records,        *
004300*      forces a FULL extract rather than a wrong delta.          *
004400*      Every successful run replaces the snapshot.               *
004500*                                                                *
004600*      Extracts land in /etc/netplan/cmdb/ as                    *
004700*      cmdb-full-<stamp>.dat or cmdb-delta-<stamp>.dat.          *
004800*      A delta with nothing to report is still written,          *
004900*      header and trailer only, so the load always finds the     *
005000*      night's file.                                             *
005100*                                                                *
005200*      Return code 0 is a written extract; 8 means the           *
005300*      extract was written but the snapshot could not be         *
005400*      replaced, so the next run must be given -full; 16         *
005500*      means nothing was written and the snapshot is left as     *
005600*      it was.                                                   *
005700*                                                                *
005800*  MODIFICATION HISTORY.                                         *
005900*      2026-10-15  TJK  Initial version.                         *
005920*      2026-10-15  TJK  Fold the onboard: tag OnboardHosts       *
005940*                       writes; interface data sized to the      *
005960*                       detail record's 472 bytes.               *
005965*      2026-10-15  TJK  Addresses always go out as               *
005970*                       address/prefix - a master address takes  *
005975*                       the prefix of the subnet holding it, or  *
005980*                       of the change log's new_ip for it.       *
006000*                                                                *
006100***************************************************************
006200 IDENTIFICATION DIVISION.
006300 PROGRAM-ID. CmdbExtract.
006400 AUTHOR. T. Kowalczyk.
006500 INSTALLATION. Data Center Operations.
006600 DATE-WRITTEN. 2026-10-15.
006700 DATE-COMPILED. 2026-10-15.
006800
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
007200     SELECT CX-LIST-FILE ASSIGN DYNAMIC WS-LIST-PATH
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-LIST-STATUS.
007500     SELECT CX-YAML-FILE ASSIGN DYNAMIC WS-YAML-PATH
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-YAML-STATUS.
007800     SELECT AL-MASTER-FILE ASSIGN DYNAMIC WS-ALLOC-PATH
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS AM-KEY
008200         LOCK MODE IS AUTOMATIC
008300         SHARING WITH ALL OTHER
008400         FILE STATUS IS WS-ALLOC-STATUS.
008500     SELECT CX-LOG-FILE ASSIGN DYNAMIC WS-LOG-PATH
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-LOG-STATUS.
008800     SELECT CX-SNAP-FILE ASSIGN DYNAMIC WS-SNAP-PATH
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-SNAP-STATUS.
009100     SELECT CX-EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-PATH
009200         ORGANIZATION IS LINE SEQUENTIAL
009300         FILE STATUS IS WS-EXTRACT-STATUS.
009400     SELECT HostProbeFile ASSIGN DYNAMIC WS-HOSTPROBE-PATH
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-HOSTPROBE-STATUS.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  CX-LIST-FILE.
010100 01  CX-LIST-RECORD            PIC X(160).
010200
010300 FD  CX-YAML-FILE.
010400 01  CX-YAML-RECORD            PIC X(200).
010500
010600 FD  AL-MASTER-FILE.
010700 COPY "allocrec.cpy".
010800
010900 FD  CX-LOG-FILE.
011000 01  CX-LOG-RECORD             PIC X(300).
011100
011200 FD  CX-SNAP-FILE.
011300 01  CX-SNAP-RECORD            PIC X(600).
011400
011500 FD  CX-EXTRACT-FILE.
011600 01  CX-EXTRACT-RECORD         PIC X(600).
011700
011800 FD  HostProbeFile.
011900 01  HostProbeRecord           PIC X(80).
012000
012100 WORKING-STORAGE SECTION.
012200 01  WS-LIST-STATUS            PIC X(02).
012300 01  WS-YAML-STATUS            PIC X(02).
012400 01  WS-ALLOC-STATUS           PIC X(02).
012500 01  WS-LOG-STATUS             PIC X(02).
012600 01  WS-SNAP-STATUS            PIC X(02).
012700 01  WS-EXTRACT-STATUS         PIC X(02).
012800 01  WS-HOSTPROBE-STATUS       PIC X(02).
012900
013000 01  WS-HOSTS-DIR              PIC X(100)
013100     VALUE "/etc/netplan/hosts/".
013200 01  WS-ALLOC-PATH             PIC X(100)
013300     VALUE "/etc/netplan/ip-allocations.idx".
013400 01  WS-LOG-PATH               PIC X(100)
013500     VALUE "/etc/netplan/static-ip-changes.log".
013600 01  WS-LIVE-PATH-SAVE         PIC X(100).
013700 01  WS-ARCH-DIR               PIC X(100)
013800     VALUE "/etc/netplan/archive/".
013900 01  WS-CMDB-DIR               PIC X(100)
014000     VALUE "/etc/netplan/cmdb/".
014100 01  WS-SNAP-PATH              PIC X(130).
014200 01  WS-SNAP-LIVE-PATH         PIC X(130).
014300 01  WS-SNAP-NEW-PATH          PIC X(130).
014400 01  WS-EXTRACT-PATH           PIC X(130).
014500 01  WS-YAML-PATH              PIC X(130).
014600 01  WS-LIST-PATH              PIC X(60).
014700 01  WS-HOSTPROBE-PATH         PIC X(60).
014800 01  WS-COMMAND-LINE           PIC X(320).
014900
015000 01  WS-ARGCOUNT               PIC 9(02) COMP VALUE 0.
015100 01  WS-ARG-IX                 PIC 9(02) COMP.
015200 01  WS-ARG-TEXT               PIC X(100).
015300 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
015400     88  WS-ABORT                       VALUE "Y".
015500 01  WS-FULL-SWITCH            PIC X(01) VALUE "N".
015600     88  WS-FULL-ASKED                  VALUE "Y".
015700 01  WS-EXTRACT-KIND           PIC X(01) VALUE "F".
015800     88  WS-KIND-FULL                   VALUE "F".
015900     88  WS-KIND-DELTA                  VALUE "D".
016000 01  WS-NO-MASTER-SWITCH       PIC X(01) VALUE "N".
016100     88  WS-NO-MASTER                   VALUE "Y".
016200 01  WS-SNAP-FAILED-SWITCH     PIC X(01) VALUE "N".
016300     88  WS-SNAP-FAILED                 VALUE "Y".
016400
016500 01  WS-MY-HOSTNAME            PIC X(30) VALUE SPACES.
016600 01  WS-DATE8                  PIC 9(08).
016700 01  WS-TIME8                  PIC 9(08).
016800 01  WS-STAMP                  PIC X(17).
016900 01  WS-PREV-STAMP             PIC X(17) VALUE SPACES.
017000
017100*    The extract record, built here and written FROM
017200 COPY "cmdbrec.cpy".
017300
017400*    Every interface of this run.  Data is the CX-DT-DATA image
017500 01  WS-IF-COUNT               PIC 9(04) COMP VALUE 0.
017600 01  WS-IF-TABLE.
017700     05  WS-IF                 OCCURS 2000 TIMES.
017800         10  WS-IF-KEY.
017900             15  WS-IF-HOST    PIC X(30).
018000             15  WS-IF-IFACE   PIC X(20).
018100         10  WS-IF-DATA        PIC X(472).
018200         10  WS-IF-SOURCES     PIC X(03).
018300 01  WS-IX                     PIC 9(04) COMP.
018400 01  WS-FOUND-IX               PIC 9(04) COMP.
018500 01  WS-KEY-HOST               PIC X(30).
018600 01  WS-KEY-IFACE              PIC X(20).
018700 01  WS-ADD-SWITCH             PIC X(01).
018800     88  WS-ADD-IF-MISSING              VALUE "Y".
018900
019000*    The previous extract, loaded from the snapshot
019100 01  WS-SN-COUNT               PIC 9(04) COMP VALUE 0.
019200 01  WS-SN-TABLE.
019300     05  WS-SN                 OCCURS 2000 TIMES.
019400         10  WS-SN-KEY.
019500             15  WS-SN-HOST    PIC X(30).
019600             15  WS-SN-IFACE   PIC X(20).
019700         10  WS-SN-DATA        PIC X(472).
019800         10  WS-SN-SOURCES     PIC X(03).
019900         10  WS-SN-MATCHED     PIC X(01).
020000 01  WS-SX                     PIC 9(04) COMP.
020100 01  WS-SNAP-GOOD-SWITCH       PIC X(01).
020200     88  WS-SNAP-GOOD                   VALUE "Y".
020300 01  WS-SNAP-TRAILER-SWITCH    PIC X(01).
020400     88  WS-SNAP-TRAILER-SEEN           VALUE "Y".
020500 01  WS-SNAP-TRL-COUNT         PIC 9(07).
020600
020700*    One per-host YAML file being read
020800 01  WS-YAML-HOST              PIC X(30).
020900 01  WS-YAML-SECTION           PIC X(01).
021000     88  WS-IN-ETHERNETS                VALUE "E".
021100     88  WS-IN-VLANS                    VALUE "V".
021200     88  WS-IN-BONDS                    VALUE "B".
021300     88  WS-IN-OTHER                    VALUE "X".
021400 01  WS-CUR-ACTIVE-SWITCH      PIC X(01).
021500     88  WS-CUR-ACTIVE                  VALUE "Y".
021600 01  WS-LINE-NAME              PIC X(20).
021700 01  WS-LINE-TAIL              PIC X(20).
021800 01  WS-RAW-VALUE              PIC X(120).
021900 01  WS-ADDR-ITEM-1            PIC X(55).
022000 01  WS-ADDR-ITEM-2            PIC X(55).
022100 01  WS-ADDR-ITEM              PIC X(55).
022200 01  WS-LEAD-CNT               PIC 9(02) COMP.
022300 01  WS-COLON-COUNT            PIC 9(02) COMP.
022400 01  WS-TRAIL-CNT              PIC 9(02) COMP.
022420 01  WS-SLASH-COUNT            PIC 9(02) COMP.
022440 01  WS-BARE-ADDR              PIC X(50).
022460 01  WS-CIDR-ADDR              PIC X(50).
022500 01  WS-VLAN-TEXT              PIC X(04).
022600 01  WS-VLAN-NUM               PIC 9(04).
022700 01  WS-YAML-FILE-COUNT        PIC 9(05) VALUE 0.
022800
022900*    One change-log record, split the StaticIPReport way
023000 01  WS-LINE-STAMP             PIC X(17).
023100 01  WS-LINE-OPERATOR          PIC X(20).
023200 01  WS-LINE-TAG               PIC X(51).
023300 01  WS-LINE-OLD-IP-FLD        PIC X(60).
023400 01  WS-LINE-OLD-GW-FLD        PIC X(60).
023500 01  WS-LINE-NEW-IP-FLD        PIC X(60).
023600 01  WS-LINE-NEW-GW-FLD        PIC X(60).
023700 01  WS-LINE-TICKET-FLD        PIC X(30).
023800 01  WS-LINE-TICKET            PIC X(20).
023900 01  WS-LINE-NEW-IP            PIC X(50).
024000 01  WS-LINE-NEW-GW            PIC X(50).
024100 01  WS-LINE-REST              PIC X(51).
024200 01  WS-LINE-HOST              PIC X(30).
024300 01  WS-LINE-IFACE             PIC X(20).
024400 01  WS-LINE-GOOD-SWITCH       PIC X(01).
024500     88  WS-LINE-GOOD                   VALUE "Y".
024600 01  WS-LINE-SKIP-SWITCH       PIC X(01).
024700     88  WS-LINE-SKIP                   VALUE "Y".
024800
024900*    Latest change per hostname:interface, -current style
025000 01  WS-LG-COUNT               PIC 9(04) COMP VALUE 0.
025100 01  WS-LG-TABLE.
025200     05  WS-LG                 OCCURS 3000 TIMES.
025300         10  WS-LG-HOST        PIC X(30).
025400         10  WS-LG-IFACE       PIC X(20).
025500         10  WS-LG-STAMP       PIC X(17).
025600         10  WS-LG-OPERATOR    PIC X(20).
025700         10  WS-LG-TICKET      PIC X(20).
025800         10  WS-LG-NEW-IP      PIC X(50).
025900         10  WS-LG-NEW-GW      PIC X(50).
026000 01  WS-LX                     PIC 9(04) COMP.
026100 01  WS-LG-FOUND-IX            PIC 9(04) COMP.
026200
026300*    Monthly-archive reading, the StaticIPReport way
026400 01  WS-ARCH-GOOD-COUNT        PIC 9(06).
026500 01  WS-TRAILER-SWITCH         PIC X(01).
026600     88  WS-TRAILER-SEEN                VALUE "Y".
026700 01  WS-TRL-TAG                PIC X(08).
026800 01  WS-TRL-COUNT-FLD          PIC X(06).
026900 01  WS-TRL-COUNT              PIC 9(06).
027000 01  WS-TRL-TRAIL-CNT          PIC 9(02) COMP.
027005
027010*    The master's S records, for the prefix of a bare address
027015 01  WS-SUBNET-COUNT           PIC 9(03) COMP VALUE 0.
027020 01  WS-SUBNET-TABLE.
027025     05  WS-SUB-NET            OCCURS 100 TIMES
027030                               PIC X(50).
027035 01  WS-SUB-IX                 PIC 9(03) COMP.
027040 01  WS-SUB-LEAD               PIC X(50).
027045 01  WS-SUB-PREFIX             PIC X(03).
027050 01  WS-ADDR-FAMILY            PIC X(01).
027055 01  WS-VA-FAMILY              PIC X(01).
027060 01  WS-VA-REQUIRE-PREFIX      PIC X(01).
027065 01  WS-VA-SUBNET-CHECK        PIC X(50).
027070 01  WS-VA-VALID               PIC X(01).
027075     88  WS-VA-IS-VALID                 VALUE "Y".
027100
027200*    Counts
027300 01  WS-MASTER-COUNT           PIC 9(05) VALUE 0.
027400 01  WS-LOG-RECORDS            PIC 9(07) VALUE 0.
027500 01  WS-DETAIL-COUNT           PIC 9(07) VALUE 0.
027600 01  WS-ADD-COUNT              PIC 9(07) VALUE 0.
027700 01  WS-CHANGE-COUNT           PIC 9(07) VALUE 0.
027800 01  WS-DELETE-COUNT           PIC 9(07) VALUE 0.
027900
028000 PROCEDURE DIVISION.
028100
028200***************************************************************
028300* 0000-MAINLINE                                                 *
028400***************************************************************
028500 0000-MAINLINE.
028600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028700     PERFORM 2000-PARSE-ARGUMENTS THRU 2000-EXIT.
028800     IF WS-ABORT
028900         MOVE 16 TO RETURN-CODE
029000         GO TO 0000-EXIT
029100     END-IF.
029200     PERFORM 1100-GET-HOSTNAME THRU 1100-EXIT.
029300     PERFORM 3000-READ-HOST-FILES THRU 3000-EXIT.
029400     IF NOT WS-ABORT
029500         PERFORM 4000-READ-MASTER THRU 4000-EXIT
029600     END-IF.
029700     IF NOT WS-ABORT
029800         PERFORM 5000-READ-CHANGE-LOG THRU 5000-EXIT
029900     END-IF.
030000     IF NOT WS-ABORT
030100         PERFORM 5800-APPLY-LOG THRU 5800-EXIT
030200     END-IF.
030300     IF WS-ABORT
030400         DISPLAY "ERROR: no extract written"
030500         MOVE 16 TO RETURN-CODE
030600         GO TO 0000-EXIT
030700     END-IF.
030800     PERFORM 6000-LOAD-SNAPSHOT THRU 6000-EXIT.
030900     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
031000     IF WS-ABORT
031100         MOVE 16 TO RETURN-CODE
031200         GO TO 0000-EXIT
031300     END-IF.
031400     PERFORM 7500-WRITE-SNAPSHOT THRU 7500-EXIT.
031500     PERFORM 9000-REPORT-SUMMARY THRU 9000-EXIT.
031600     IF WS-SNAP-FAILED
031700         MOVE 8 TO RETURN-CODE
031800     ELSE
031900         MOVE 0 TO RETURN-CODE
032000     END-IF.
032100 0000-EXIT.
032200     STOP RUN.
032300
032400***************************************************************
032500* 1000-INITIALIZE                                               *
032600***************************************************************
032700 1000-INITIALIZE.
032800     ACCEPT WS-ARGCOUNT FROM ARGUMENT-NUMBER.
032900     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
033000     ACCEPT WS-TIME8 FROM TIME.
033100     STRING WS-DATE8 "-" WS-TIME8 DELIMITED BY SIZE
033200         INTO WS-STAMP.
033300     MOVE SPACES TO WS-SNAP-LIVE-PATH.
033400     STRING WS-CMDB-DIR DELIMITED BY SPACE
033500         "cmdb-extract.snap" DELIMITED BY SIZE
033600         INTO WS-SNAP-LIVE-PATH.
033700     MOVE SPACES TO WS-SNAP-NEW-PATH.
033800     STRING WS-SNAP-LIVE-PATH DELIMITED BY SPACE
033900         ".new" DELIMITED BY SIZE
034000         INTO WS-SNAP-NEW-PATH.
034100 1000-EXIT.
034200     EXIT.
034300
034400***************************************************************
034500* 1100-GET-HOSTNAME - a bare-interface change-log tag belongs   *
034600*     to this box; environment first, "uname -n" when the       *
034700*     environment does not carry it, the way SetStaticIP        *
034800*     finds its own name                                        *
034900***************************************************************
035000 1100-GET-HOSTNAME.
035100     ACCEPT WS-MY-HOSTNAME FROM ENVIRONMENT "HOSTNAME".
035200     IF WS-MY-HOSTNAME NOT = SPACES
035300         GO TO 1100-EXIT
035400     END-IF.
035500     MOVE SPACES TO WS-HOSTPROBE-PATH.
035600     STRING "/tmp/cmdbext-host-" DELIMITED BY SIZE
035700         WS-STAMP DELIMITED BY SIZE
035800         ".txt" DELIMITED BY SIZE
035900         INTO WS-HOSTPROBE-PATH.
036000     MOVE SPACES TO WS-COMMAND-LINE.
036100     STRING "uname -n > " DELIMITED BY SIZE
036200         WS-HOSTPROBE-PATH DELIMITED BY SPACE
036300         " 2>/dev/null" DELIMITED BY SIZE
036400         INTO WS-COMMAND-LINE.
036500     CALL "SYSTEM" USING WS-COMMAND-LINE.
036600     OPEN INPUT HostProbeFile.
036700     IF WS-HOSTPROBE-STATUS = "00"
036800         READ HostProbeFile
036900             AT END
037000                 CONTINUE
037100             NOT AT END
037200                 MOVE HostProbeRecord TO WS-MY-HOSTNAME
037300         END-READ
037400         CLOSE HostProbeFile
037500     END-IF.
037600     MOVE SPACES TO WS-COMMAND-LINE.
037700     STRING "rm -f " DELIMITED BY SIZE
037800         WS-HOSTPROBE-PATH DELIMITED BY SPACE
037900         INTO WS-COMMAND-LINE.
038000     CALL "SYSTEM" USING WS-COMMAND-LINE.
038100     IF WS-MY-HOSTNAME = SPACES
038200         MOVE "localhost" TO WS-MY-HOSTNAME
038300     END-IF.
038400 1100-EXIT.
038500     EXIT.
038600
038700***************************************************************
038800* 2000-PARSE-ARGUMENTS - -full is the only option               *
038900***************************************************************
039000 2000-PARSE-ARGUMENTS.
039100     MOVE 1 TO WS-ARG-IX.
039200     PERFORM UNTIL WS-ARG-IX > WS-ARGCOUNT OR WS-ABORT
039300         DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER
039400         ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
039500         EVALUATE WS-ARG-TEXT
039600             WHEN "-full"
039700                 SET WS-FULL-ASKED TO TRUE
039800             WHEN OTHER
039900                 DISPLAY "ERROR: unknown argument: " WS-ARG-TEXT
040000                 PERFORM 2900-USAGE THRU 2900-EXIT
040100         END-EVALUATE
040200         ADD 1 TO WS-ARG-IX
040300     END-PERFORM.
040400 2000-EXIT.
040500     EXIT.
040600
040700***************************************************************
040800* 2900-USAGE - bad arguments, show usage and flag abort         *
040900***************************************************************
041000 2900-USAGE.
041100     DISPLAY "Usage: CmdbExtract [-full]".
041200     SET WS-ABORT TO TRUE.
041300 2900-EXIT.
041400     EXIT.
041500
041600***************************************************************
041700* 3000-READ-HOST-FILES - shell out for the per-host YAML files  *
041800*     the way FleetAudit and the batch driver name them, and    *
041900*     read each one; the names sort by host                     *
042000***************************************************************
042100 3000-READ-HOST-FILES.
042200     MOVE SPACES TO WS-LIST-PATH.
042300     STRING "/tmp/cmdbext-hosts-" DELIMITED BY SIZE
042400         WS-STAMP DELIMITED BY SIZE
042500         ".txt" DELIMITED BY SIZE
042600         INTO WS-LIST-PATH.
042700     MOVE SPACES TO WS-COMMAND-LINE.
042800     STRING "cd '" DELIMITED BY SIZE
042900         WS-HOSTS-DIR DELIMITED BY SPACE
043000         "' 2>/dev/null && ls -1 *-static-network.yaml > "
043100             DELIMITED BY SIZE
043200         WS-LIST-PATH DELIMITED BY SPACE
043300         " 2>/dev/null" DELIMITED BY SIZE
043400         INTO WS-COMMAND-LINE.
043500     CALL "SYSTEM" USING WS-COMMAND-LINE.
043600     OPEN INPUT CX-LIST-FILE.
043700     IF WS-LIST-STATUS = "00"
043800         PERFORM UNTIL WS-LIST-STATUS = "10" OR WS-ABORT
043900             READ CX-LIST-FILE
044000                 AT END
044100                     MOVE "10" TO WS-LIST-STATUS
044200                 NOT AT END
044300                     IF CX-LIST-RECORD NOT = SPACES
044400                         PERFORM 3100-READ-ONE-HOST
044500                             THRU 3100-EXIT
044600                     END-IF
044700             END-READ
044800         END-PERFORM
044900         CLOSE CX-LIST-FILE
045000     END-IF.
045100     MOVE SPACES TO WS-COMMAND-LINE.
045200     STRING "rm -f " DELIMITED BY SIZE
045300         WS-LIST-PATH DELIMITED BY SPACE
045400         INTO WS-COMMAND-LINE.
045500     CALL "SYSTEM" USING WS-COMMAND-LINE.
045600 3000-EXIT.
045700     EXIT.
045800
045900***************************************************************
046000* 3100-READ-ONE-HOST - the host is the file name less its       *
046100*     "-static-network.yaml"; every interface stanza in the     *
046200*     file becomes a row                                        *
046300***************************************************************
046400 3100-READ-ONE-HOST.
046500     MOVE SPACES TO WS-YAML-HOST.
046600     UNSTRING CX-LIST-RECORD DELIMITED BY "-static-network.yaml"
046700         INTO WS-YAML-HOST.
046800     MOVE SPACES TO WS-YAML-PATH.
046900     STRING WS-HOSTS-DIR DELIMITED BY SPACE
047000         CX-LIST-RECORD DELIMITED BY SPACE
047100         INTO WS-YAML-PATH.
047200     OPEN INPUT CX-YAML-FILE.
047300     IF WS-YAML-STATUS NOT = "00"
047400         DISPLAY "WARNING: cannot read " WS-YAML-PATH
047500             " - host skipped"
047600         GO TO 3100-EXIT
047700     END-IF.
047800     ADD 1 TO WS-YAML-FILE-COUNT.
047900     SET WS-IN-OTHER TO TRUE.
048000     MOVE "N" TO WS-CUR-ACTIVE-SWITCH.
048100     PERFORM UNTIL WS-YAML-STATUS = "10" OR WS-ABORT
048200         READ CX-YAML-FILE
048300             AT END
048400                 MOVE "10" TO WS-YAML-STATUS
048500             NOT AT END
048600                 PERFORM 3200-SCAN-YAML-LINE THRU 3200-EXIT
048700         END-READ
048800     END-PERFORM.
048900     CLOSE CX-YAML-FILE.
049000     PERFORM 3400-FLUSH-IFACE THRU 3400-EXIT.
049100 3100-EXIT.
049200     EXIT.
049300
049400***************************************************************
049500* 3200-SCAN-YAML-LINE - the layout WriteNetplanYAML writes: a   *
049600*     section line at column 3, an interface line at column 5   *
049700*     (a "name: {}" stub is a bare bond member or VLAN link,    *
049800*     carried on its bond or VLAN, not a row of its own), and   *
049900*     the interface's keys at column 7, the nameservers list    *
050000*     at column 9                                               *
050100***************************************************************
050200 3200-SCAN-YAML-LINE.
050300     IF CX-YAML-RECORD(1:2) = SPACES
050400        AND CX-YAML-RECORD(3:1) NOT = SPACE
050500         PERFORM 3400-FLUSH-IFACE THRU 3400-EXIT
050600         EVALUATE CX-YAML-RECORD(3:10)
050700             WHEN "ethernets:"
050800                 SET WS-IN-ETHERNETS TO TRUE
050900             WHEN "vlans:"
051000                 SET WS-IN-VLANS TO TRUE
051100             WHEN "bonds:"
051200                 SET WS-IN-BONDS TO TRUE
051300             WHEN OTHER
051400                 SET WS-IN-OTHER TO TRUE
051500         END-EVALUATE
051600         GO TO 3200-EXIT
051700     END-IF.
051800     IF WS-IN-OTHER
051900         GO TO 3200-EXIT
052000     END-IF.
052100     IF CX-YAML-RECORD(1:4) = SPACES
052200        AND CX-YAML-RECORD(5:1) NOT = SPACE
052300         PERFORM 3250-START-IFACE THRU 3250-EXIT
052400         GO TO 3200-EXIT
052500     END-IF.
052600     IF NOT WS-CUR-ACTIVE
052700         GO TO 3200-EXIT
052800     END-IF.
052900     EVALUATE TRUE
053000         WHEN CX-YAML-RECORD(7:12) = "addresses: ["
053100             MOVE SPACES TO WS-RAW-VALUE
053200             UNSTRING CX-YAML-RECORD(19:120) DELIMITED BY "]"
053300                 INTO WS-RAW-VALUE
053400             PERFORM 3300-SPLIT-ADDRESSES THRU 3300-EXIT
053500         WHEN CX-YAML-RECORD(7:10) = "gateway4: "
053600             MOVE CX-YAML-RECORD(17:45) TO CX-DT-GATEWAY4
053700         WHEN CX-YAML-RECORD(7:10) = "gateway6: "
053800             MOVE CX-YAML-RECORD(17:45) TO CX-DT-GATEWAY6
053900         WHEN CX-YAML-RECORD(7:4) = "id: "
054000             PERFORM 3350-VLAN-ID THRU 3350-EXIT
054100         WHEN CX-YAML-RECORD(7:6) = "link: "
054200             MOVE CX-YAML-RECORD(13:20) TO CX-DT-VLAN-LINK
054300         WHEN CX-YAML-RECORD(7:13) = "interfaces: ["
054400             UNSTRING CX-YAML-RECORD(20:120) DELIMITED BY "]"
054500                 INTO CX-DT-BOND-MEMBERS
054600         WHEN CX-YAML-RECORD(9:12) = "addresses: ["
054700             UNSTRING CX-YAML-RECORD(21:120) DELIMITED BY "]"
054800                 INTO CX-DT-NAMESERVERS
054900         WHEN OTHER
055000             CONTINUE
055100     END-EVALUATE.
055200 3200-EXIT.
055300     EXIT.
055400
055500***************************************************************
055600* 3250-START-IFACE - "    <name>:" opens a new interface row;   *
055700*     the one before it is filed first                          *
055800***************************************************************
055900 3250-START-IFACE.
056000     PERFORM 3400-FLUSH-IFACE THRU 3400-EXIT.
056100     MOVE SPACES TO WS-LINE-NAME WS-LINE-TAIL.
056200     UNSTRING CX-YAML-RECORD(5:40) DELIMITED BY ":"
056300         INTO WS-LINE-NAME WS-LINE-TAIL.
056400     IF WS-LINE-TAIL = " {}"
056500         GO TO 3250-EXIT
056600     END-IF.
056700     MOVE SPACES TO CX-RECORD.
056800     SET CX-DETAIL TO TRUE.
056900     MOVE WS-YAML-HOST TO CX-DT-HOSTNAME.
057000     MOVE WS-LINE-NAME TO CX-DT-IFACE.
057100     EVALUATE TRUE
057200         WHEN WS-IN-VLANS
057300             SET CX-DT-VLAN TO TRUE
057400         WHEN WS-IN-BONDS
057500             SET CX-DT-BOND TO TRUE
057600         WHEN OTHER
057700             SET CX-DT-ETHERNET TO TRUE
057800     END-EVALUATE.
057900     SET WS-CUR-ACTIVE TO TRUE.
058000 3250-EXIT.
058100     EXIT.
058200
058300***************************************************************
058400* 3300-SPLIT-ADDRESSES - the bracketed list carries a v4        *
058500*     member, a v6 member or both, the ReadOldNetplan way       *
058600***************************************************************
058700 3300-SPLIT-ADDRESSES.
058800     MOVE SPACES TO WS-ADDR-ITEM-1 WS-ADDR-ITEM-2.
058900     UNSTRING WS-RAW-VALUE DELIMITED BY ","
059000         INTO WS-ADDR-ITEM-1 WS-ADDR-ITEM-2.
059100     MOVE WS-ADDR-ITEM-1 TO WS-ADDR-ITEM.
059200     PERFORM 3310-ROUTE-ONE-ADDR THRU 3310-EXIT.
059300     MOVE WS-ADDR-ITEM-2 TO WS-ADDR-ITEM.
059400     PERFORM 3310-ROUTE-ONE-ADDR THRU 3310-EXIT.
059500 3300-EXIT.
059600     EXIT.
059700
059800***************************************************************
059900* 3310-ROUTE-ONE-ADDR - strip the blank a ", " split leaves and *
060000*     file the member under v4 or v6 by its colons              *
060100***************************************************************
060200 3310-ROUTE-ONE-ADDR.
060300     IF WS-ADDR-ITEM = SPACES
060400         GO TO 3310-EXIT
060500     END-IF.
060600     MOVE 0 TO WS-LEAD-CNT.
060700     INSPECT WS-ADDR-ITEM TALLYING WS-LEAD-CNT
060800         FOR LEADING SPACE.
060900     IF WS-LEAD-CNT > 0
061000         MOVE WS-ADDR-ITEM(WS-LEAD-CNT + 1 :) TO WS-ADDR-ITEM-1
061100         MOVE WS-ADDR-ITEM-1 TO WS-ADDR-ITEM
061200     END-IF.
061300     MOVE 0 TO WS-COLON-COUNT.
061400     INSPECT WS-ADDR-ITEM TALLYING WS-COLON-COUNT FOR ALL ":".
061500     IF WS-COLON-COUNT > 0
061600         MOVE WS-ADDR-ITEM TO CX-DT-IPV6
061700     ELSE
061800         MOVE WS-ADDR-ITEM TO CX-DT-IPV4
061900     END-IF.
062000 3310-EXIT.
062100     EXIT.
062200
062300***************************************************************
062400* 3350-VLAN-ID - "id: <n>" as written, zero-filled to the       *
062500*     four-digit field                                          *
062600***************************************************************
062700 3350-VLAN-ID.
062800     MOVE SPACES TO WS-VLAN-TEXT.
062900     UNSTRING CX-YAML-RECORD(11:10) DELIMITED BY SPACE
063000         INTO WS-VLAN-TEXT.
063100     MOVE 0 TO WS-TRAIL-CNT.
063200     INSPECT WS-VLAN-TEXT TALLYING WS-TRAIL-CNT
063300         FOR TRAILING SPACE.
063400     IF WS-TRAIL-CNT < 4 AND
063500        WS-VLAN-TEXT(1:4 - WS-TRAIL-CNT) IS NUMERIC
063600         MOVE WS-VLAN-TEXT(1:4 - WS-TRAIL-CNT) TO WS-VLAN-NUM
063700         MOVE WS-VLAN-NUM TO CX-DT-VLAN-ID
063800     END-IF.
063900 3350-EXIT.
064000     EXIT.
064100
064200***************************************************************
064300* 3400-FLUSH-IFACE - the interface collected so far becomes     *
064400*     its row in the interface table                            *
064500***************************************************************
064600 3400-FLUSH-IFACE.
064700     IF NOT WS-CUR-ACTIVE
064800         GO TO 3400-EXIT
064900     END-IF.
065000     MOVE "N" TO WS-CUR-ACTIVE-SWITCH.
065100     MOVE CX-DT-HOSTNAME TO WS-KEY-HOST.
065200     MOVE CX-DT-IFACE TO WS-KEY-IFACE.
065300     MOVE "Y" TO WS-ADD-SWITCH.
065400     PERFORM 3900-FIND-IFACE-ROW THRU 3900-EXIT.
065500     IF WS-FOUND-IX = 0
065600         GO TO 3400-EXIT
065700     END-IF.
065800     MOVE CX-DT-DATA TO WS-IF-DATA(WS-FOUND-IX).
065900     MOVE "Y" TO WS-IF-SOURCES(WS-FOUND-IX)(1:1).
066000 3400-EXIT.
066100     EXIT.
066200
066300***************************************************************
066400* 3900-FIND-IFACE-ROW - the row for WS-KEY-HOST/WS-KEY-IFACE,   *
066500*     added blank when asked for and not there.  A fleet with   *
066600*     more interfaces than the table holds cannot be extracted  *
066700*     honestly - a short full file would read as mass deletes   *
066800*     on the next delta - so the run stops instead              *
066900***************************************************************
067000 3900-FIND-IFACE-ROW.
067100     MOVE 0 TO WS-FOUND-IX.
067200     PERFORM VARYING WS-IX FROM 1 BY 1
067300             UNTIL WS-IX > WS-IF-COUNT OR WS-FOUND-IX > 0
067400         IF WS-IF-HOST(WS-IX) = WS-KEY-HOST
067500            AND WS-IF-IFACE(WS-IX) = WS-KEY-IFACE
067600             MOVE WS-IX TO WS-FOUND-IX
067700         END-IF
067800     END-PERFORM.
067900     IF WS-FOUND-IX > 0 OR NOT WS-ADD-IF-MISSING
068000         GO TO 3900-EXIT
068100     END-IF.
068200     IF WS-IF-COUNT >= 2000
068300         DISPLAY "ERROR: more than 2000 interfaces - more than"
068400             " this extract can carry"
068500         SET WS-ABORT TO TRUE
068600         GO TO 3900-EXIT
068700     END-IF.
068800     ADD 1 TO WS-IF-COUNT.
068900     MOVE WS-IF-COUNT TO WS-FOUND-IX.
069000     MOVE SPACES TO WS-IF(WS-FOUND-IX).
069100     MOVE WS-KEY-HOST TO WS-IF-HOST(WS-FOUND-IX).
069200     MOVE WS-KEY-IFACE TO WS-IF-IFACE(WS-FOUND-IX).
069300 3900-EXIT.
069400     EXIT.
069500
069600***************************************************************
069700* 4000-READ-MASTER - every ASSIGNED address; its holder names   *
069800*     the hostname:interface.  A box with no master gets a      *
069900*     warning and the extract is built without it               *
070000***************************************************************
070100 4000-READ-MASTER.
070200     OPEN INPUT AL-MASTER-FILE.
070300     IF WS-ALLOC-STATUS NOT = "00"
070400         DISPLAY "WARNING: no allocation master file at "
070500             WS-ALLOC-PATH
070600         DISPLAY "         extract built from the YAML files and"
070700             " the change log only"
070800         SET WS-NO-MASTER TO TRUE
070900         GO TO 4000-EXIT
071000     END-IF.
071050     PERFORM 4050-LOAD-SUBNETS THRU 4050-EXIT.
071100     MOVE "A" TO AM-REC-TYPE.
071200     MOVE SPACES TO AM-KEY-VALUE.
071300     START AL-MASTER-FILE KEY >= AM-KEY
071400         INVALID KEY
071500             MOVE "10" TO WS-ALLOC-STATUS
071600     END-START.
071700     PERFORM UNTIL WS-ALLOC-STATUS NOT = "00" OR WS-ABORT
071800         READ AL-MASTER-FILE NEXT
071900             AT END
072000                 MOVE "10" TO WS-ALLOC-STATUS
072100             NOT AT END
072200                 PERFORM 4100-MASTER-ONE-RECORD THRU 4100-EXIT
072300         END-READ
072400     END-PERFORM.
072500     CLOSE AL-MASTER-FILE.
072600 4000-EXIT.
072700     EXIT.
072702
072704***************************************************************
072706* 4050-LOAD-SUBNETS - the S records sort behind every A         *
072708*     record, so they are collected first, with a START of      *
072710*     their own, the way CheckAllocation collects them          *
072712***************************************************************
072714 4050-LOAD-SUBNETS.
072716     MOVE 0 TO WS-SUBNET-COUNT.
072718     MOVE "S" TO AM-REC-TYPE.
072720     MOVE SPACES TO AM-KEY-VALUE.
072722     START AL-MASTER-FILE KEY >= AM-KEY
072724         INVALID KEY
072726             MOVE "10" TO WS-ALLOC-STATUS
072728     END-START.
072730     PERFORM UNTIL WS-ALLOC-STATUS NOT = "00"
072732              OR WS-SUBNET-COUNT >= 100
072734         READ AL-MASTER-FILE NEXT
072736             AT END
072738                 MOVE "10" TO WS-ALLOC-STATUS
072740             NOT AT END
072742                 IF AM-REC-TYPE = "S"
072744                     ADD 1 TO WS-SUBNET-COUNT
072746                     MOVE AM-KEY-VALUE
072748                         TO WS-SUB-NET(WS-SUBNET-COUNT)
072750                 ELSE
072752                     MOVE "10" TO WS-ALLOC-STATUS
072754                 END-IF
072756         END-READ
072758     END-PERFORM.
072759     MOVE "00" TO WS-ALLOC-STATUS.
072760 4050-EXIT.
072764     EXIT.
072800
072900***************************************************************
073000* 4100-MASTER-ONE-RECORD - an ASSIGNED address fills the v4 or  *
073100*     v6 address of its holder's row where no YAML gave one,    *
073150*     as address/prefix                                         *
073200***************************************************************
073300 4100-MASTER-ONE-RECORD.
073400     IF AM-REC-TYPE NOT = "A"
073500         MOVE "10" TO WS-ALLOC-STATUS
073600         GO TO 4100-EXIT
073700     END-IF.
073800     IF AM-STATUS NOT = "ASSIGNED"
073900         GO TO 4100-EXIT
074000     END-IF.
074100     MOVE 0 TO WS-COLON-COUNT.
074200     INSPECT AM-DETAIL(1:51) TALLYING WS-COLON-COUNT
074300         FOR ALL ":".
074400     IF WS-COLON-COUNT = 0
074500         GO TO 4100-EXIT
074600     END-IF.
074700     ADD 1 TO WS-MASTER-COUNT.
074800     MOVE SPACES TO WS-KEY-HOST WS-KEY-IFACE.
074900     UNSTRING AM-DETAIL(1:51) DELIMITED BY ":"
075000         INTO WS-KEY-HOST WS-KEY-IFACE.
075100     MOVE "Y" TO WS-ADD-SWITCH.
075200     PERFORM 3900-FIND-IFACE-ROW THRU 3900-EXIT.
075300     IF WS-FOUND-IX = 0
075400         GO TO 4100-EXIT
075500     END-IF.
075600     MOVE WS-IF-DATA(WS-FOUND-IX) TO CX-DT-DATA.
075700     IF CX-DT-IF-TYPE = SPACE
075800         SET CX-DT-ETHERNET TO TRUE
075900     END-IF.
076000     MOVE 0 TO WS-COLON-COUNT.
076100     INSPECT AM-KEY-VALUE TALLYING WS-COLON-COUNT FOR ALL ":".
076200     IF WS-COLON-COUNT > 0
077000         IF CX-DT-IPV6 = SPACES
077005             MOVE "6" TO WS-ADDR-FAMILY
077010             PERFORM 4150-ADD-SUBNET-PREFIX THRU 4150-EXIT
077015             MOVE WS-CIDR-ADDR TO CX-DT-IPV6
077020         END-IF
077025     ELSE
077030         IF CX-DT-IPV4 = SPACES
077035             MOVE "4" TO WS-ADDR-FAMILY
077040             PERFORM 4150-ADD-SUBNET-PREFIX THRU 4150-EXIT
077045             MOVE WS-CIDR-ADDR TO CX-DT-IPV4
077050         END-IF
077055     END-IF.
077100     MOVE CX-DT-DATA TO WS-IF-DATA(WS-FOUND-IX).
077200     MOVE "M" TO WS-IF-SOURCES(WS-FOUND-IX)(2:1).
077300 4100-EXIT.
077400     EXIT.
077402
077404***************************************************************
077406* 4150-ADD-SUBNET-PREFIX - AM-KEY-VALUE with the prefix of the  *
077408*     first master subnet that holds it, into WS-CIDR-ADDR; an  *
077410*     address no subnet holds is left bare for the change log   *
077412*     to complete                                               *
077414***************************************************************
077416 4150-ADD-SUBNET-PREFIX.
077418     MOVE AM-KEY-VALUE TO WS-CIDR-ADDR.
077420     MOVE SPACES TO WS-SUB-PREFIX.
077422     PERFORM VARYING WS-SUB-IX FROM 1 BY 1
077424             UNTIL WS-SUB-IX > WS-SUBNET-COUNT
077426              OR WS-SUB-PREFIX NOT = SPACES
077428         MOVE WS-ADDR-FAMILY TO WS-VA-FAMILY
077430         MOVE "Y" TO WS-VA-REQUIRE-PREFIX
077432         MOVE AM-KEY-VALUE TO WS-VA-SUBNET-CHECK
077434         CALL "ValidateIPAddr" USING WS-SUB-NET(WS-SUB-IX)
077436             WS-VA-FAMILY WS-VA-REQUIRE-PREFIX
077438             WS-VA-SUBNET-CHECK WS-VA-VALID
077440         IF WS-VA-IS-VALID
077442             UNSTRING WS-SUB-NET(WS-SUB-IX) DELIMITED BY "/"
077444                 INTO WS-SUB-LEAD WS-SUB-PREFIX
077446         END-IF
077448     END-PERFORM.
077450     IF WS-SUB-PREFIX = SPACES
077452         GO TO 4150-EXIT
077454     END-IF.
077456     MOVE SPACES TO WS-CIDR-ADDR.
077458     STRING AM-KEY-VALUE DELIMITED BY SPACE
077460         "/" DELIMITED BY SIZE
077462         WS-SUB-PREFIX DELIMITED BY SPACE
077464         INTO WS-CIDR-ADDR.
077466 4150-EXIT.
077468     EXIT.
077500
077600***************************************************************
077700* 5000-READ-CHANGE-LOG - every monthly archive, then the live   *
077800*     log, so the last change of an interface not touched this  *
077900*     month is still found                                      *
078000***************************************************************
078100 5000-READ-CHANGE-LOG.
078200     PERFORM 5500-READ-ALL-ARCHIVES THRU 5500-EXIT.
078300     IF WS-ABORT
078400         GO TO 5000-EXIT
078500     END-IF.
078600     OPEN INPUT CX-LOG-FILE.
078700     IF WS-LOG-STATUS NOT = "00"
078800         DISPLAY "WARNING: cannot open change log " WS-LOG-PATH
078900             " - last-change fields come from the archives only"
079000         GO TO 5000-EXIT
079100     END-IF.
079200     PERFORM UNTIL WS-LOG-STATUS = "10" OR WS-ABORT
079300         READ CX-LOG-FILE
079400             AT END
079500                 MOVE "10" TO WS-LOG-STATUS
079600             NOT AT END
079700                 PERFORM 5100-HANDLE-ONE-LINE THRU 5100-EXIT
079800         END-READ
079900     END-PERFORM.
080000     CLOSE CX-LOG-FILE.
080100 5000-EXIT.
080200     EXIT.
080300
080400***************************************************************
080500* 5100-HANDLE-ONE-LINE - a change, revert or rollback is the    *
080600*     latest change of its interface; refusals and freeze       *
080700*     overrides changed nothing                                 *
080800***************************************************************
080900 5100-HANDLE-ONE-LINE.
081000     PERFORM 5200-PARSE-LOG-LINE THRU 5200-EXIT.
081100     IF NOT WS-LINE-GOOD OR WS-LINE-SKIP
081200         GO TO 5100-EXIT
081300     END-IF.
081400     ADD 1 TO WS-LOG-RECORDS.
081500     MOVE 0 TO WS-LG-FOUND-IX.
081600     PERFORM VARYING WS-LX FROM 1 BY 1
081700             UNTIL WS-LX > WS-LG-COUNT OR WS-LG-FOUND-IX > 0
081800         IF WS-LG-HOST(WS-LX) = WS-LINE-HOST
081900            AND WS-LG-IFACE(WS-LX) = WS-LINE-IFACE
082000             MOVE WS-LX TO WS-LG-FOUND-IX
082100         END-IF
082200     END-PERFORM.
082300     IF WS-LG-FOUND-IX = 0
082400         IF WS-LG-COUNT >= 3000
082500             DISPLAY "ERROR: more than 3000 interfaces in the"
082600                 " change log - more than this extract can carry"
082700             SET WS-ABORT TO TRUE
082800             GO TO 5100-EXIT
082900         END-IF
083000         ADD 1 TO WS-LG-COUNT
083100         MOVE WS-LG-COUNT TO WS-LG-FOUND-IX
083200         MOVE WS-LINE-HOST TO WS-LG-HOST(WS-LG-FOUND-IX)
083300         MOVE WS-LINE-IFACE TO WS-LG-IFACE(WS-LG-FOUND-IX)
083400     END-IF.
083500     MOVE WS-LINE-STAMP TO WS-LG-STAMP(WS-LG-FOUND-IX).
083600     MOVE WS-LINE-OPERATOR TO WS-LG-OPERATOR(WS-LG-FOUND-IX).
083700     MOVE WS-LINE-TICKET TO WS-LG-TICKET(WS-LG-FOUND-IX).
083800     MOVE WS-LINE-NEW-IP TO WS-LG-NEW-IP(WS-LG-FOUND-IX).
083900     MOVE WS-LINE-NEW-GW TO WS-LG-NEW-GW(WS-LG-FOUND-IX).
084000 5100-EXIT.
084100     EXIT.
084200
084300***************************************************************
084400* 5200-PARSE-LOG-LINE - split one change-log record, strip the  *
084500*     field labels, fold the rollback:/revert: tags into the    *
084600*     interface they recovered and work out whose it is         *
084700***************************************************************
084800 5200-PARSE-LOG-LINE.
084900     MOVE "N" TO WS-LINE-GOOD-SWITCH.
085000     MOVE "N" TO WS-LINE-SKIP-SWITCH.
085100     IF CX-LOG-RECORD = SPACES
085200         GO TO 5200-EXIT
085300     END-IF.
085400     MOVE SPACES TO WS-LINE-STAMP WS-LINE-OPERATOR WS-LINE-TAG
085500         WS-LINE-OLD-IP-FLD WS-LINE-OLD-GW-FLD
085600         WS-LINE-NEW-IP-FLD WS-LINE-NEW-GW-FLD
085700         WS-LINE-TICKET-FLD WS-LINE-TICKET
085800         WS-LINE-NEW-IP WS-LINE-NEW-GW
085900         WS-LINE-REST WS-LINE-HOST WS-LINE-IFACE.
086000     UNSTRING CX-LOG-RECORD DELIMITED BY "|"
086100         INTO WS-LINE-STAMP WS-LINE-OPERATOR WS-LINE-TAG
086200              WS-LINE-OLD-IP-FLD WS-LINE-OLD-GW-FLD
086300              WS-LINE-NEW-IP-FLD WS-LINE-NEW-GW-FLD
086400              WS-LINE-TICKET-FLD.
086500     IF WS-LINE-STAMP(1:8) IS NOT NUMERIC
086600         GO TO 5200-EXIT
086700     END-IF.
086800     MOVE "Y" TO WS-LINE-GOOD-SWITCH.
086900     IF WS-LINE-TAG(1:7) = "denied:"
087000        OR WS-LINE-TAG(1:9) = "override:"
087100         SET WS-LINE-SKIP TO TRUE
087200         GO TO 5200-EXIT
087300     END-IF.
087400     IF WS-LINE-NEW-IP-FLD(1:7) = "new_ip="
087500         MOVE WS-LINE-NEW-IP-FLD(8:50) TO WS-LINE-NEW-IP
087600     END-IF.
087700     IF WS-LINE-NEW-GW-FLD(1:7) = "new_gw="
087800         MOVE WS-LINE-NEW-GW-FLD(8:50) TO WS-LINE-NEW-GW
087900     END-IF.
088000     IF WS-LINE-TICKET-FLD(1:7) = "ticket="
088100         MOVE WS-LINE-TICKET-FLD(8:20) TO WS-LINE-TICKET
088200     END-IF.
088300     IF WS-LINE-TICKET = "(none)"
088400         MOVE SPACES TO WS-LINE-TICKET
088500     END-IF.
088600     EVALUATE TRUE
088700         WHEN WS-LINE-TAG(1:7) = "revert:"
088800             MOVE WS-LINE-TAG(8:44) TO WS-LINE-REST
088850         WHEN WS-LINE-TAG(1:8) = "onboard:"
088860             MOVE WS-LINE-TAG(9:43) TO WS-LINE-REST
088900         WHEN WS-LINE-TAG(1:9) = "rollback:"
089000             MOVE WS-LINE-TAG(10:42) TO WS-LINE-REST
089100         WHEN OTHER
089200             MOVE WS-LINE-TAG TO WS-LINE-REST
089300     END-EVALUATE.
089400     MOVE 0 TO WS-COLON-COUNT.
089500     INSPECT WS-LINE-REST TALLYING WS-COLON-COUNT FOR ALL ":".
089600     IF WS-COLON-COUNT > 0
089700         UNSTRING WS-LINE-REST DELIMITED BY ":"
089800             INTO WS-LINE-HOST WS-LINE-IFACE
089900     ELSE
090000         MOVE WS-MY-HOSTNAME TO WS-LINE-HOST
090100         MOVE WS-LINE-REST TO WS-LINE-IFACE
090200     END-IF.
090300 5200-EXIT.
090400     EXIT.
090500
090600***************************************************************
090700* 5500-READ-ALL-ARCHIVES - shell out for every archive file,    *
090800*     the way StaticIPReport does, and read each one; the       *
090900*     names sort oldest first                                   *
091000***************************************************************
091100 5500-READ-ALL-ARCHIVES.
091200     MOVE WS-LOG-PATH TO WS-LIVE-PATH-SAVE.
091300     MOVE SPACES TO WS-LIST-PATH.
091400     STRING "/tmp/cmdbext-archives-" DELIMITED BY SIZE
091500         WS-STAMP DELIMITED BY SIZE
091600         ".txt" DELIMITED BY SIZE
091700         INTO WS-LIST-PATH.
091800     MOVE SPACES TO WS-COMMAND-LINE.
091900     STRING "ls -1 '" DELIMITED BY SIZE
092000         WS-ARCH-DIR DELIMITED BY SPACE
092100         "'static-ip-changes-*.log > " DELIMITED BY SIZE
092200         WS-LIST-PATH DELIMITED BY SPACE
092300         " 2>/dev/null" DELIMITED BY SIZE
092400         INTO WS-COMMAND-LINE.
092500     CALL "SYSTEM" USING WS-COMMAND-LINE.
092600     OPEN INPUT CX-LIST-FILE.
092700     IF WS-LIST-STATUS = "00"
092800         PERFORM UNTIL WS-LIST-STATUS = "10" OR WS-ABORT
092900             READ CX-LIST-FILE
093000                 AT END
093100                     MOVE "10" TO WS-LIST-STATUS
093200                 NOT AT END
093300                     IF CX-LIST-RECORD NOT = SPACES
093400                         MOVE CX-LIST-RECORD(1:100)
093500                             TO WS-LOG-PATH
093600                         PERFORM 5550-READ-ARCHIVE-FILE
093700                             THRU 5550-EXIT
093800                     END-IF
093900             END-READ
094000         END-PERFORM
094100         CLOSE CX-LIST-FILE
094200     END-IF.
094300     MOVE SPACES TO WS-COMMAND-LINE.
094400     STRING "rm -f " DELIMITED BY SIZE
094500         WS-LIST-PATH DELIMITED BY SPACE
094600         INTO WS-COMMAND-LINE.
094700     CALL "SYSTEM" USING WS-COMMAND-LINE.
094800     MOVE WS-LIVE-PATH-SAVE TO WS-LOG-PATH.
094900 5500-EXIT.
095000     EXIT.
095100
095200***************************************************************
095300* 5550-READ-ARCHIVE-FILE - the archive at WS-LOG-PATH through   *
095400*     the live-log handling; a file whose trailer is missing    *
095500*     or disagrees with the records read is reported            *
095600***************************************************************
095700 5550-READ-ARCHIVE-FILE.
095800     OPEN INPUT CX-LOG-FILE.
095900     IF WS-LOG-STATUS NOT = "00"
096000         GO TO 5550-EXIT
096100     END-IF.
096200     MOVE 0 TO WS-ARCH-GOOD-COUNT.
096300     MOVE "N" TO WS-TRAILER-SWITCH.
096400     PERFORM UNTIL WS-LOG-STATUS = "10" OR WS-ABORT
096500         READ CX-LOG-FILE
096600             AT END
096700                 MOVE "10" TO WS-LOG-STATUS
096800             NOT AT END
096900                 PERFORM 5560-HANDLE-ARCHIVE-LINE
097000                     THRU 5560-EXIT
097100         END-READ
097200     END-PERFORM.
097300     CLOSE CX-LOG-FILE.
097400     IF NOT WS-TRAILER-SEEN
097500         DISPLAY "WARNING: archive " WS-LOG-PATH
097600             " has no trailer - it may be truncated"
097700         GO TO 5550-EXIT
097800     END-IF.
097900     IF WS-TRL-COUNT NOT = WS-ARCH-GOOD-COUNT
098000         DISPLAY "WARNING: archive " WS-LOG-PATH
098100             " trailer says " WS-TRL-COUNT
098200             " record(s) but " WS-ARCH-GOOD-COUNT
098300             " were read - it may be truncated"
098400     END-IF.
098500 5550-EXIT.
098600     EXIT.
098700
098800***************************************************************
098900* 5560-HANDLE-ARCHIVE-LINE - the trailer is checked, every      *
099000*     other line goes through the live-log handling             *
099100***************************************************************
099200 5560-HANDLE-ARCHIVE-LINE.
099300     IF CX-LOG-RECORD(1:8) = "TRAILER|"
099400         SET WS-TRAILER-SEEN TO TRUE
099500         MOVE SPACES TO WS-TRL-TAG WS-TRL-COUNT-FLD
099600         MOVE 0 TO WS-TRL-COUNT
099700         UNSTRING CX-LOG-RECORD DELIMITED BY "|"
099800             INTO WS-TRL-TAG WS-TRL-COUNT-FLD
099900         MOVE 0 TO WS-TRL-TRAIL-CNT
100000         INSPECT WS-TRL-COUNT-FLD TALLYING WS-TRL-TRAIL-CNT
100100             FOR TRAILING SPACE
100200         IF WS-TRL-TRAIL-CNT < 6 AND
100300            WS-TRL-COUNT-FLD(1:6 - WS-TRL-TRAIL-CNT)
100400                IS NUMERIC
100500             MOVE WS-TRL-COUNT-FLD(1:6 - WS-TRL-TRAIL-CNT)
100600                 TO WS-TRL-COUNT
100700         END-IF
100800         GO TO 5560-EXIT
100900     END-IF.
101000     PERFORM 5100-HANDLE-ONE-LINE THRU 5100-EXIT.
101100     IF WS-LINE-GOOD
101200         ADD 1 TO WS-ARCH-GOOD-COUNT
101300     END-IF.
101400 5560-EXIT.
101500     EXIT.
101600
101700***************************************************************
101800* 5800-APPLY-LOG - the last change of each interface onto its   *
101900*     row.  A row no YAML describes takes its gateway (and an   *
102000*     address the master did not give) from the change log;     *
102100*     an interface only the log knows is a row only when        *
102200*     there is no master to say it has been released            *
102300***************************************************************
102400 5800-APPLY-LOG.
102500     PERFORM VARYING WS-LX FROM 1 BY 1
102600             UNTIL WS-LX > WS-LG-COUNT OR WS-ABORT
102700         PERFORM 5810-APPLY-ONE-ENTRY THRU 5810-EXIT
102800     END-PERFORM.
102900 5800-EXIT.
103000     EXIT.
103100
103200***************************************************************
103300* 5810-APPLY-ONE-ENTRY - one interface's latest change; a       *
103320*     master address the subnets left bare takes its prefix     *
103340*     from the log's new_ip for the same address                *
103400***************************************************************
103500 5810-APPLY-ONE-ENTRY.
103600     MOVE WS-LG-HOST(WS-LX) TO WS-KEY-HOST.
103700     MOVE WS-LG-IFACE(WS-LX) TO WS-KEY-IFACE.
103800     IF WS-NO-MASTER AND WS-LG-NEW-IP(WS-LX) NOT = SPACES
103900         MOVE "Y" TO WS-ADD-SWITCH
104000     ELSE
104100         MOVE "N" TO WS-ADD-SWITCH
104200     END-IF.
104300     PERFORM 3900-FIND-IFACE-ROW THRU 3900-EXIT.
104400     IF WS-FOUND-IX = 0
104500         GO TO 5810-EXIT
104600     END-IF.
104700     MOVE WS-IF-DATA(WS-FOUND-IX) TO CX-DT-DATA.
104800     IF CX-DT-IF-TYPE = SPACE
104900         SET CX-DT-ETHERNET TO TRUE
105000     END-IF.
105100     MOVE WS-LG-STAMP(WS-LX) TO CX-DT-LAST-STAMP.
105200     MOVE WS-LG-OPERATOR(WS-LX) TO CX-DT-LAST-OPERATOR.
105300     MOVE WS-LG-TICKET(WS-LX) TO CX-DT-LAST-TICKET.
105305     IF CX-DT-IPV4 NOT = SPACES
105310         MOVE 0 TO WS-SLASH-COUNT
105315         INSPECT CX-DT-IPV4 TALLYING WS-SLASH-COUNT FOR ALL "/"
105320         MOVE SPACES TO WS-BARE-ADDR
105325         UNSTRING WS-LG-NEW-IP(WS-LX) DELIMITED BY "/"
105330             INTO WS-BARE-ADDR
105335         IF WS-SLASH-COUNT = 0 AND WS-BARE-ADDR = CX-DT-IPV4
105340             MOVE WS-LG-NEW-IP(WS-LX) TO CX-DT-IPV4
105345         END-IF
105350     END-IF.
105400     IF WS-IF-SOURCES(WS-FOUND-IX)(1:1) NOT = "Y"
105500         IF CX-DT-IPV4 = SPACES
105600             MOVE WS-LG-NEW-IP(WS-LX) TO CX-DT-IPV4
105700         END-IF
105800         IF CX-DT-GATEWAY4 = SPACES
105900             MOVE WS-LG-NEW-GW(WS-LX) TO CX-DT-GATEWAY4
106000         END-IF
106100     END-IF.
106200     MOVE CX-DT-DATA TO WS-IF-DATA(WS-FOUND-IX).
106300     MOVE "L" TO WS-IF-SOURCES(WS-FOUND-IX)(3:1).
106400 5810-EXIT.
106500     EXIT.
106600
106700***************************************************************
106800* 6000-LOAD-SNAPSHOT - decide FULL or DELTA.  -full, or no      *
106900*     snapshot yet, is a full extract; a snapshot that will     *
107000*     not load cleanly is reported and also forces one          *
107100***************************************************************
107200 6000-LOAD-SNAPSHOT.
107300     SET WS-KIND-FULL TO TRUE.
107400     IF WS-FULL-ASKED
107500         GO TO 6000-EXIT
107600     END-IF.
107700     MOVE WS-SNAP-LIVE-PATH TO WS-SNAP-PATH.
107800     OPEN INPUT CX-SNAP-FILE.
107900     IF WS-SNAP-STATUS = "35"
108000         DISPLAY "No previous extract snapshot - writing a full"
108100             " extract."
108200         GO TO 6000-EXIT
108300     END-IF.
108400     IF WS-SNAP-STATUS NOT = "00"
108500         DISPLAY "WARNING: cannot read snapshot " WS-SNAP-PATH
108600             " status " WS-SNAP-STATUS " - writing a full extract"
108700         GO TO 6000-EXIT
108800     END-IF.
108900     MOVE "Y" TO WS-SNAP-GOOD-SWITCH.
109000     MOVE "N" TO WS-SNAP-TRAILER-SWITCH.
109100     MOVE 0 TO WS-SN-COUNT WS-SNAP-TRL-COUNT.
109200     PERFORM UNTIL WS-SNAP-STATUS = "10" OR NOT WS-SNAP-GOOD
109300         READ CX-SNAP-FILE
109400             AT END
109500                 MOVE "10" TO WS-SNAP-STATUS
109600             NOT AT END
109700                 PERFORM 6100-LOAD-ONE-SNAP-RECORD
109800                     THRU 6100-EXIT
109900         END-READ
110000     END-PERFORM.
110100     CLOSE CX-SNAP-FILE.
110200     IF WS-SNAP-GOOD AND NOT WS-SNAP-TRAILER-SEEN
110300         DISPLAY "WARNING: snapshot " WS-SNAP-PATH
110400             " has no trailer - it may be truncated"
110500         MOVE "N" TO WS-SNAP-GOOD-SWITCH
110600     END-IF.
110700     IF WS-SNAP-GOOD AND WS-SNAP-TRL-COUNT NOT = WS-SN-COUNT
110800         DISPLAY "WARNING: snapshot " WS-SNAP-PATH
110900             " trailer says " WS-SNAP-TRL-COUNT
111000             " record(s) but " WS-SN-COUNT " were read"
111100         MOVE "N" TO WS-SNAP-GOOD-SWITCH
111200     END-IF.
111300     IF NOT WS-SNAP-GOOD
111400         DISPLAY "         writing a full extract"
111500         MOVE 0 TO WS-SN-COUNT
111600         GO TO 6000-EXIT
111700     END-IF.
111800     SET WS-KIND-DELTA TO TRUE.
111900 6000-EXIT.
112000     EXIT.
112100
112200***************************************************************
112300* 6100-LOAD-ONE-SNAP-RECORD - header stamp, detail rows and     *
112400*     the trailer count                                         *
112500***************************************************************
112600 6100-LOAD-ONE-SNAP-RECORD.
112700     MOVE CX-SNAP-RECORD TO CX-RECORD.
112800     EVALUATE TRUE
112900         WHEN CX-HEADER
113000             MOVE CX-HD-RUN-STAMP TO WS-PREV-STAMP
113100         WHEN CX-TRAILER
113200             SET WS-SNAP-TRAILER-SEEN TO TRUE
113300             IF CX-TL-RECORD-COUNT IS NUMERIC
113400                 MOVE CX-TL-RECORD-COUNT TO WS-SNAP-TRL-COUNT
113500             END-IF
113600         WHEN CX-DETAIL
113700             IF WS-SN-COUNT >= 2000
113800                 DISPLAY "WARNING: snapshot " WS-SNAP-PATH
113900                     " holds more than 2000 interfaces"
114000                 MOVE "N" TO WS-SNAP-GOOD-SWITCH
114100             ELSE
114200                 ADD 1 TO WS-SN-COUNT
114300                 MOVE CX-DT-HOSTNAME TO WS-SN-HOST(WS-SN-COUNT)
114400                 MOVE CX-DT-IFACE TO WS-SN-IFACE(WS-SN-COUNT)
114500                 MOVE CX-DT-DATA TO WS-SN-DATA(WS-SN-COUNT)
114600                 MOVE CX-DT-SOURCES TO WS-SN-SOURCES(WS-SN-COUNT)
114700                 MOVE "N" TO WS-SN-MATCHED(WS-SN-COUNT)
114800             END-IF
114900         WHEN OTHER
115000             CONTINUE
115100     END-EVALUATE.
115200 6100-EXIT.
115300     EXIT.
115400
115500***************************************************************
115600* 7000-WRITE-EXTRACT - header, the detail records of a full     *
115700*     or delta extract, and the trailer with the counts         *
115800***************************************************************
115900 7000-WRITE-EXTRACT.
116000     MOVE SPACES TO WS-COMMAND-LINE.
116100     STRING "mkdir -p '" DELIMITED BY SIZE
116200         WS-CMDB-DIR DELIMITED BY SPACE
116300         "'" DELIMITED BY SIZE
116400         INTO WS-COMMAND-LINE.
116500     CALL "SYSTEM" USING WS-COMMAND-LINE.
116600     MOVE SPACES TO WS-EXTRACT-PATH.
116700     IF WS-KIND-FULL
116800         STRING WS-CMDB-DIR DELIMITED BY SPACE
116900             "cmdb-full-" DELIMITED BY SIZE
117000             WS-STAMP DELIMITED BY SIZE
117100             ".dat" DELIMITED BY SIZE
117200             INTO WS-EXTRACT-PATH
117300     ELSE
117400         STRING WS-CMDB-DIR DELIMITED BY SPACE
117500             "cmdb-delta-" DELIMITED BY SIZE
117600             WS-STAMP DELIMITED BY SIZE
117700             ".dat" DELIMITED BY SIZE
117800             INTO WS-EXTRACT-PATH
117900     END-IF.
118000     OPEN OUTPUT CX-EXTRACT-FILE.
118100     IF WS-EXTRACT-STATUS NOT = "00"
118200         DISPLAY "ERROR: cannot open " WS-EXTRACT-PATH
118300             " for output, status " WS-EXTRACT-STATUS
118400         SET WS-ABORT TO TRUE
118500         GO TO 7000-EXIT
118600     END-IF.
118700     MOVE SPACES TO CX-RECORD.
118800     SET CX-HEADER TO TRUE.
118900     IF WS-KIND-FULL
119000         SET CX-HD-FULL TO TRUE
119100     ELSE
119200         SET CX-HD-DELTA TO TRUE
119300         MOVE WS-PREV-STAMP TO CX-HD-PREV-STAMP
119400     END-IF.
119500     MOVE WS-STAMP TO CX-HD-RUN-STAMP.
119600     MOVE WS-MY-HOSTNAME TO CX-HD-SOURCE-HOST.
119700     WRITE CX-EXTRACT-RECORD FROM CX-RECORD.
119800     PERFORM VARYING WS-IX FROM 1 BY 1
119900             UNTIL WS-IX > WS-IF-COUNT
120000         IF WS-KIND-FULL
120100             PERFORM 7100-WRITE-FULL-ROW THRU 7100-EXIT
120200         ELSE
120300             PERFORM 7200-WRITE-DELTA-ROW THRU 7200-EXIT
120400         END-IF
120500     END-PERFORM.
120600     IF WS-KIND-DELTA
120700         PERFORM VARYING WS-SX FROM 1 BY 1
120800                 UNTIL WS-SX > WS-SN-COUNT
120900             IF WS-SN-MATCHED(WS-SX) = "N"
121000                 PERFORM 7300-WRITE-DELETE-ROW THRU 7300-EXIT
121100             END-IF
121200         END-PERFORM
121300     END-IF.
121400     MOVE SPACES TO CX-RECORD.
121500     SET CX-TRAILER TO TRUE.
121600     MOVE WS-DETAIL-COUNT TO CX-TL-RECORD-COUNT.
121700     MOVE WS-ADD-COUNT TO CX-TL-ADD-COUNT.
121800     MOVE WS-CHANGE-COUNT TO CX-TL-CHANGE-COUNT.
121900     MOVE WS-DELETE-COUNT TO CX-TL-DELETE-COUNT.
122000     WRITE CX-EXTRACT-RECORD FROM CX-RECORD.
122100     CLOSE CX-EXTRACT-FILE.
122200 7000-EXIT.
122300     EXIT.
122400
122500***************************************************************
122600* 7100-WRITE-FULL-ROW - every interface, action F               *
122700***************************************************************
122800 7100-WRITE-FULL-ROW.
122900     PERFORM 7900-BUILD-DETAIL THRU 7900-EXIT.
123000     SET CX-DT-FULL TO TRUE.
123100     WRITE CX-EXTRACT-RECORD FROM CX-RECORD.
123200     ADD 1 TO WS-DETAIL-COUNT.
123300 7100-EXIT.
123400     EXIT.
123500
123600***************************************************************
123700* 7200-WRITE-DELTA-ROW - an interface not in the snapshot is    *
123800*     an add, one whose values moved is a change, the rest      *
123900*     were sent before and are left out                         *
124000***************************************************************
124100 7200-WRITE-DELTA-ROW.
124200     MOVE 0 TO WS-FOUND-IX.
124300     PERFORM VARYING WS-SX FROM 1 BY 1
124400             UNTIL WS-SX > WS-SN-COUNT OR WS-FOUND-IX > 0
124500         IF WS-SN-KEY(WS-SX) = WS-IF-KEY(WS-IX)
124600             MOVE WS-SX TO WS-FOUND-IX
124700         END-IF
124800     END-PERFORM.
124900     PERFORM 7900-BUILD-DETAIL THRU 7900-EXIT.
125000     IF WS-FOUND-IX = 0
125100         SET CX-DT-ADD TO TRUE
125200         ADD 1 TO WS-ADD-COUNT
125300     ELSE
125400         MOVE "Y" TO WS-SN-MATCHED(WS-FOUND-IX)
125500         IF WS-SN-DATA(WS-FOUND-IX) = WS-IF-DATA(WS-IX)
125600             GO TO 7200-EXIT
125700         END-IF
125800         SET CX-DT-CHANGE TO TRUE
125900         ADD 1 TO WS-CHANGE-COUNT
126000     END-IF.
126100     WRITE CX-EXTRACT-RECORD FROM CX-RECORD.
126200     ADD 1 TO WS-DETAIL-COUNT.
126300 7200-EXIT.
126400     EXIT.
126500
126600***************************************************************
126700* 7300-WRITE-DELETE-ROW - an interface in the snapshot that     *
126800*     this run no longer finds, with the last values sent       *
126900***************************************************************
127000 7300-WRITE-DELETE-ROW.
127100     MOVE SPACES TO CX-RECORD.
127200     SET CX-DETAIL TO TRUE.
127300     SET CX-DT-DELETE TO TRUE.
127400     MOVE WS-SN-HOST(WS-SX) TO CX-DT-HOSTNAME.
127500     MOVE WS-SN-IFACE(WS-SX) TO CX-DT-IFACE.
127600     MOVE WS-SN-DATA(WS-SX) TO CX-DT-DATA.
127700     MOVE WS-SN-SOURCES(WS-SX) TO CX-DT-SOURCES.
127800     WRITE CX-EXTRACT-RECORD FROM CX-RECORD.
127900     ADD 1 TO WS-DETAIL-COUNT.
128000     ADD 1 TO WS-DELETE-COUNT.
128100 7300-EXIT.
128200     EXIT.
128300
128400***************************************************************
128500* 7500-WRITE-SNAPSHOT - this run's full picture becomes the     *
128600*     snapshot the next delta is cut against, written beside    *
128700*     it and renamed over it only once complete                 *
128800***************************************************************
128900 7500-WRITE-SNAPSHOT.
129000     MOVE WS-SNAP-NEW-PATH TO WS-SNAP-PATH.
129100     OPEN OUTPUT CX-SNAP-FILE.
129200     IF WS-SNAP-STATUS NOT = "00"
129300         DISPLAY "ERROR: cannot open " WS-SNAP-PATH
129400             " for output, status " WS-SNAP-STATUS
129500         DISPLAY "       the next run must be given -full"
129600         SET WS-SNAP-FAILED TO TRUE
129700         GO TO 7500-EXIT
129800     END-IF.
129900     MOVE SPACES TO CX-RECORD.
130000     SET CX-HEADER TO TRUE.
130100     SET CX-HD-FULL TO TRUE.
130200     MOVE WS-STAMP TO CX-HD-RUN-STAMP.
130300     MOVE WS-MY-HOSTNAME TO CX-HD-SOURCE-HOST.
130400     WRITE CX-SNAP-RECORD FROM CX-RECORD.
130500     PERFORM VARYING WS-IX FROM 1 BY 1
130600             UNTIL WS-IX > WS-IF-COUNT
130700         PERFORM 7900-BUILD-DETAIL THRU 7900-EXIT
130800         SET CX-DT-FULL TO TRUE
130900         WRITE CX-SNAP-RECORD FROM CX-RECORD
131000     END-PERFORM.
131100     MOVE SPACES TO CX-RECORD.
131200     SET CX-TRAILER TO TRUE.
131300     MOVE WS-IF-COUNT TO CX-TL-RECORD-COUNT.
131400     MOVE 0 TO CX-TL-ADD-COUNT CX-TL-CHANGE-COUNT
131500         CX-TL-DELETE-COUNT.
131600     WRITE CX-SNAP-RECORD FROM CX-RECORD.
131700     CLOSE CX-SNAP-FILE.
131800     MOVE SPACES TO WS-COMMAND-LINE.
131900     STRING "mv '" DELIMITED BY SIZE
132000         WS-SNAP-NEW-PATH DELIMITED BY SPACE
132100         "' '" DELIMITED BY SIZE
132200         WS-SNAP-LIVE-PATH DELIMITED BY SPACE
132300         "'" DELIMITED BY SIZE
132400         INTO WS-COMMAND-LINE.
132500     CALL "SYSTEM" USING WS-COMMAND-LINE.
132600     OPEN INPUT CX-SNAP-FILE.
132700     IF WS-SNAP-STATUS = "00"
132800         CLOSE CX-SNAP-FILE
132900         DISPLAY "ERROR: cannot replace snapshot "
133000             WS-SNAP-LIVE-PATH
133100         DISPLAY "       the next run must be given -full"
133200         SET WS-SNAP-FAILED TO TRUE
133300     END-IF.
133400 7500-EXIT.
133500     EXIT.
133600
133700***************************************************************
133800* 7900-BUILD-DETAIL - the extract record for row WS-IX          *
133900***************************************************************
134000 7900-BUILD-DETAIL.
134100     MOVE SPACES TO CX-RECORD.
134200     SET CX-DETAIL TO TRUE.
134300     MOVE WS-IF-HOST(WS-IX) TO CX-DT-HOSTNAME.
134400     MOVE WS-IF-IFACE(WS-IX) TO CX-DT-IFACE.
134500     MOVE WS-IF-DATA(WS-IX) TO CX-DT-DATA.
134600     MOVE WS-IF-SOURCES(WS-IX) TO CX-DT-SOURCES.
134700 7900-EXIT.
134800     EXIT.
134900
135000***************************************************************
135100* 9000-REPORT-SUMMARY - what was written, and the counts the    *
135200*     trailer carries                                           *
135300***************************************************************
135400 9000-REPORT-SUMMARY.
135500     IF WS-KIND-FULL
135600         DISPLAY "CMDB full extract written: " WS-EXTRACT-PATH
135700     ELSE
135800         DISPLAY "CMDB delta extract written: " WS-EXTRACT-PATH
135900         DISPLAY "  relative to the extract of " WS-PREV-STAMP
136000     END-IF.
136100     DISPLAY "  " WS-YAML-FILE-COUNT " host file(s), "
136200         WS-MASTER-COUNT " assigned address(es), "
136300         WS-LOG-RECORDS " change-log record(s) read".
136400     DISPLAY "  " WS-IF-COUNT " interface(s), "
136500         WS-DETAIL-COUNT " detail record(s) written".
136600     IF WS-KIND-DELTA
136700         DISPLAY "  " WS-ADD-COUNT " added, "
136800             WS-CHANGE-COUNT " changed, "
136900             WS-DELETE-COUNT " deleted"
137000     END-IF.
137100 9000-EXIT.
137200     EXIT.
137300
137400 END PROGRAM CmdbExtract.
