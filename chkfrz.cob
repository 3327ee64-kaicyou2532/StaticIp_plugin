000100***************************************************************
000200*                                                                *
000300*  PROGRAM      : CHKFRZ.CBL                                     *
000400*  PROGRAM-ID   : CheckFreeze                                    *
000500*  AUTHOR       : T. Kowalczyk, Network Systems Group            *
000600*  INSTALLATION : Data Center Operations                         *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  PURPOSE.                                                      *
001000*      Common callable routine over the change-freeze            *
001100*      calendar - the named blackout periods (quarter-end,       *
001200*      holidays, vendor cut-overs) during which no network       *
001300*      change goes out.  ChangeSched asks it whether a           *
001400*      request's window overlaps a freeze, ChangeExec whether    *
001500*      a request due now is frozen, and SetStaticIP and          *
001600*      SetStaticIPBatch whether a direct push is.                *
001700*                                                                *
001800*      Calendar file is pipe-delimited, one freeze per line,     *
001900*      blank lines and lines starting "#" ignored:               *
002000*        FREEZE|<name>|<start>|<end>|<scope>                     *
002100*      start and end are YYYYMMDDHHMM, or YYYYMMDD for a         *
002200*      whole day (00:00 at the start, 23:59 at the end).         *
002300*      scope is blank or * for everything, a network/prefix      *
002400*      (it contains "/") for the addresses in that subnet, or    *
002500*      a hostname - exact, or a prefix ending in * (web*).       *
002600*                                                                *
002700*      A push made during a freeze under an emergency override   *
002800*      ticket (FZ-OVERRIDE not blank) is let through, and each   *
002900*      freeze it overrides is flagged on the static-IP change    *
003000*      log as an override record:                                *
003100*        stamp|operator|override:<host>[:<iface>]|freeze=<name>| *
003200*        addr=<address>|period=<start>-<end>|scope=<scope>|      *
003300*        ticket=<override ticket>                                *
003400*                                                                *
003500*      FZ-RESULT is "Y" (clear), "F" (frozen - FZ-FREEZE-NAME    *
003600*      and FZ-MESSAGE say which), "O" (frozen but overridden,    *
003700*      flagged on the log), or "M" (no calendar file - the       *
003800*      caller decides whether to warn and carry on).             *
003900*                                                                *
004000*  MODIFICATION HISTORY.                                         *
004100*      2026-10-15  TJK  Initial version.                         *
004200*                                                                *
004300***************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. CheckFreeze.
004600 AUTHOR. T. Kowalczyk.
004700 INSTALLATION. Data Center Operations.
004800 DATE-WRITTEN. 2026-10-15.
004900
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT FZ-CALENDAR-FILE ASSIGN DYNAMIC FZ-FILE-PATH
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-FILE-STATUS.
005600     SELECT FZ-LOG-FILE ASSIGN DYNAMIC FZ-LOG-PATH
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-LOG-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  FZ-CALENDAR-FILE.
006300 01  FZ-CALENDAR-RECORD        PIC X(160).
006400
006500 FD  FZ-LOG-FILE.
006600 01  FZ-LOG-RECORD             PIC X(300).
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-FILE-STATUS            PIC X(02).
007000 01  WS-LOG-STATUS             PIC X(02).
007100
007200 01  WS-REC-TYPE               PIC X(10).
007300 01  WS-FR-NAME                PIC X(30).
007400 01  WS-FR-START               PIC X(12).
007500 01  WS-FR-END                 PIC X(12).
007600 01  WS-FR-SCOPE               PIC X(50).
007700 01  WS-FR-MATCH-SWITCH        PIC X(01).
007800     88  WS-FR-MATCHES                  VALUE "Y".
007900 01  WS-SLASH-COUNT            PIC 9(02) COMP.
008000 01  WS-STAR-POS               PIC 9(03) COMP.
008100
008200 01  WS-QUERY-ADDR             PIC X(50).
008300 01  WS-COLON-COUNT            PIC 9(02) COMP.
008400 01  WS-INVOKER                PIC X(20).
008500 01  WS-HOST-TAG               PIC X(51).
008600 01  WS-LOG-ADDR               PIC X(50).
008700 01  WS-DATE8                  PIC 9(08).
008800 01  WS-TIME8                  PIC 9(08).
008900 01  WS-STAMP                  PIC X(17).
009000
009100 01  WS-VA-FAMILY              PIC X(01).
009200 01  WS-VA-REQUIRE-PREFIX      PIC X(01).
009300 01  WS-VA-SUBNET-CHECK        PIC X(50).
009400 01  WS-VA-VALID               PIC X(01).
009500     88  WS-VA-IS-VALID                 VALUE "Y".
009600
009700 LINKAGE SECTION.
009800 01  FZ-FILE-PATH              PIC X(100).
009900 01  FZ-LOG-PATH               PIC X(100).
010000 01  FZ-HOSTNAME               PIC X(30).
010100 01  FZ-IFACE                  PIC X(20).
010200 01  FZ-ADDRESS                PIC X(50).
010300 01  FZ-WINDOW-START           PIC X(12).
010400 01  FZ-WINDOW-END             PIC X(12).
010500 01  FZ-OVERRIDE               PIC X(20).
010600 01  FZ-RESULT                 PIC X(01).
010700     88  FZ-CLEAR                       VALUE "Y".
010800     88  FZ-FROZEN                      VALUE "F".
010900     88  FZ-OVERRIDDEN                  VALUE "O".
011000     88  FZ-NO-FILE                     VALUE "M".
011100 01  FZ-FREEZE-NAME            PIC X(30).
011200 01  FZ-MESSAGE                PIC X(80).
011300
011400 PROCEDURE DIVISION USING FZ-FILE-PATH
011500                          FZ-LOG-PATH
011600                          FZ-HOSTNAME
011700                          FZ-IFACE
011800                          FZ-ADDRESS
011900                          FZ-WINDOW-START
012000                          FZ-WINDOW-END
012100                          FZ-OVERRIDE
012200                          FZ-RESULT
012300                          FZ-FREEZE-NAME
012400                          FZ-MESSAGE.
012500
012600 0000-MAINLINE.
012700     SET FZ-CLEAR TO TRUE.
012800     MOVE SPACES TO FZ-FREEZE-NAME FZ-MESSAGE.
012900     OPEN INPUT FZ-CALENDAR-FILE.
013000     IF WS-FILE-STATUS = "35"
013100         SET FZ-NO-FILE TO TRUE
013200         GO TO 0000-EXIT
013300     END-IF.
013400     IF WS-FILE-STATUS NOT = "00"
013500         SET FZ-FROZEN TO TRUE
013600         MOVE "cannot open freeze calendar - treated as frozen"
013700             TO FZ-MESSAGE
013800         GO TO 0000-EXIT
013900     END-IF.
014000     PERFORM 1000-PREPARE-QUERY THRU 1000-EXIT.
014100     PERFORM UNTIL WS-FILE-STATUS = "10" OR FZ-FROZEN
014200         READ FZ-CALENDAR-FILE
014300             AT END
014400                 MOVE "10" TO WS-FILE-STATUS
014500             NOT AT END
014600                 PERFORM 2000-CHECK-ONE-FREEZE THRU 2000-EXIT
014700         END-READ
014800     END-PERFORM.
014900     CLOSE FZ-CALENDAR-FILE.
015000 0000-EXIT.
015100     GOBACK.
015200
015300***************************************************************
015400* 1000-PREPARE-QUERY - bare address (prefix dropped) and its    *
015500*     family for a subnet-scoped freeze                         *
015600***************************************************************
015700 1000-PREPARE-QUERY.
015800     MOVE SPACES TO WS-QUERY-ADDR.
015900     UNSTRING FZ-ADDRESS DELIMITED BY "/"
016000         INTO WS-QUERY-ADDR.
016100     MOVE 0 TO WS-COLON-COUNT.
016200     INSPECT WS-QUERY-ADDR TALLYING WS-COLON-COUNT
016300         FOR ALL ":".
016400     IF WS-COLON-COUNT > 0
016500         MOVE "6" TO WS-VA-FAMILY
016600     ELSE
016700         MOVE "4" TO WS-VA-FAMILY
016800     END-IF.
016900 1000-EXIT.
017000     EXIT.
017100
017200***************************************************************
017300* 2000-CHECK-ONE-FREEZE - one calendar line: does its period    *
017400*     overlap the window, and does its scope cover the host     *
017500*     or the address                                            *
017600***************************************************************
017700 2000-CHECK-ONE-FREEZE.
017800     IF FZ-CALENDAR-RECORD = SPACES
017900        OR FZ-CALENDAR-RECORD(1:1) = "#"
018000         GO TO 2000-EXIT
018100     END-IF.
018200     MOVE SPACES TO WS-REC-TYPE WS-FR-NAME WS-FR-START
018300         WS-FR-END WS-FR-SCOPE.
018400     UNSTRING FZ-CALENDAR-RECORD DELIMITED BY "|"
018500         INTO WS-REC-TYPE WS-FR-NAME WS-FR-START
018600              WS-FR-END WS-FR-SCOPE.
018700     IF WS-REC-TYPE NOT = "FREEZE"
018800         GO TO 2000-EXIT
018900     END-IF.
019000*    A whole-day freeze runs from 00:00 to 23:59
019100     IF WS-FR-START(9:4) = SPACES
019200         MOVE "0000" TO WS-FR-START(9:4)
019300     END-IF.
019400     IF WS-FR-END(9:4) = SPACES
019500         MOVE "2359" TO WS-FR-END(9:4)
019600     END-IF.
019700     IF WS-FR-START IS NOT NUMERIC OR WS-FR-END IS NOT NUMERIC
019800         DISPLAY "WARNING: freeze " WS-FR-NAME
019900             " has a malformed period - ignored"
020000         GO TO 2000-EXIT
020100     END-IF.
020200     IF WS-FR-START > FZ-WINDOW-END
020300        OR WS-FR-END < FZ-WINDOW-START
020400         GO TO 2000-EXIT
020500     END-IF.
020600     PERFORM 2100-MATCH-SCOPE THRU 2100-EXIT.
020700     IF NOT WS-FR-MATCHES
020800         GO TO 2000-EXIT
020900     END-IF.
021000     MOVE WS-FR-NAME TO FZ-FREEZE-NAME.
021100     MOVE SPACES TO FZ-MESSAGE.
021200     STRING "change freeze " DELIMITED BY SIZE
021300         WS-FR-NAME DELIMITED BY "  "
021400         " (" DELIMITED BY SIZE
021500         WS-FR-START DELIMITED BY SIZE
021600         " to " DELIMITED BY SIZE
021700         WS-FR-END DELIMITED BY SIZE
021800         ")" DELIMITED BY SIZE
021900         INTO FZ-MESSAGE.
022000     IF FZ-OVERRIDE = SPACES
022100         SET FZ-FROZEN TO TRUE
022200         GO TO 2000-EXIT
022300     END-IF.
022400     SET FZ-OVERRIDDEN TO TRUE.
022500     PERFORM 3000-FLAG-OVERRIDE THRU 3000-EXIT.
022600 2000-EXIT.
022700     EXIT.
022800
022900***************************************************************
023000* 2100-MATCH-SCOPE - blank or * for everything, a subnet by     *
023100*     address, otherwise a hostname (exact or prefix*)          *
023200***************************************************************
023300 2100-MATCH-SCOPE.
023400     MOVE "N" TO WS-FR-MATCH-SWITCH.
023500     IF WS-FR-SCOPE = SPACES OR WS-FR-SCOPE = "*"
023600         SET WS-FR-MATCHES TO TRUE
023700         GO TO 2100-EXIT
023800     END-IF.
023900     MOVE 0 TO WS-SLASH-COUNT.
024000     INSPECT WS-FR-SCOPE TALLYING WS-SLASH-COUNT FOR ALL "/".
024100     IF WS-SLASH-COUNT > 0
024200         IF WS-QUERY-ADDR = SPACES
024300             GO TO 2100-EXIT
024400         END-IF
024500         MOVE "Y" TO WS-VA-REQUIRE-PREFIX
024600         MOVE WS-QUERY-ADDR TO WS-VA-SUBNET-CHECK
024700         CALL "ValidateIPAddr" USING WS-FR-SCOPE
024800             WS-VA-FAMILY WS-VA-REQUIRE-PREFIX
024900             WS-VA-SUBNET-CHECK WS-VA-VALID
025000         IF WS-VA-IS-VALID
025100             SET WS-FR-MATCHES TO TRUE
025200         END-IF
025300         GO TO 2100-EXIT
025400     END-IF.
025500     MOVE 0 TO WS-STAR-POS.
025600     INSPECT WS-FR-SCOPE TALLYING WS-STAR-POS
025700         FOR CHARACTERS BEFORE INITIAL "*".
025800     IF WS-STAR-POS >= 50
025900         IF WS-FR-SCOPE = FZ-HOSTNAME
026000             SET WS-FR-MATCHES TO TRUE
026100         END-IF
026200         GO TO 2100-EXIT
026300     END-IF.
026400     IF WS-STAR-POS <= 30
026500        AND WS-FR-SCOPE(1:WS-STAR-POS)
026600            = FZ-HOSTNAME(1:WS-STAR-POS)
026700         SET WS-FR-MATCHES TO TRUE
026800     END-IF.
026900 2100-EXIT.
027000     EXIT.
027100
027200***************************************************************
027300* 3000-FLAG-OVERRIDE - one override record on the change log    *
027400*     for the freeze just matched                               *
027500***************************************************************
027600 3000-FLAG-OVERRIDE.
027700     MOVE SPACES TO WS-INVOKER.
027800     ACCEPT WS-INVOKER FROM ENVIRONMENT "USER".
027900     IF WS-INVOKER = SPACES
028000         ACCEPT WS-INVOKER FROM ENVIRONMENT "LOGNAME"
028100     END-IF.
028200     IF WS-INVOKER = SPACES
028300         MOVE "UNKNOWN" TO WS-INVOKER
028400     END-IF.
028500     MOVE SPACES TO WS-HOST-TAG.
028600     IF FZ-IFACE = SPACES
028700         STRING "override:" DELIMITED BY SIZE
028800             FZ-HOSTNAME DELIMITED BY SPACE
028900             INTO WS-HOST-TAG
029000     ELSE
029100         STRING "override:" DELIMITED BY SIZE
029200             FZ-HOSTNAME DELIMITED BY SPACE
029300             ":" DELIMITED BY SIZE
029400             FZ-IFACE DELIMITED BY SPACE
029500             INTO WS-HOST-TAG
029600     END-IF.
029700     MOVE FZ-ADDRESS TO WS-LOG-ADDR.
029800     IF WS-LOG-ADDR = SPACES
029900         MOVE "(none)" TO WS-LOG-ADDR
030000     END-IF.
030100     IF WS-FR-SCOPE = SPACES
030200         MOVE "*" TO WS-FR-SCOPE
030300     END-IF.
030400     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
030500     ACCEPT WS-TIME8 FROM TIME.
030600     STRING WS-DATE8 "-" WS-TIME8 DELIMITED BY SIZE
030700         INTO WS-STAMP.
030800     OPEN EXTEND FZ-LOG-FILE.
030900     IF WS-LOG-STATUS NOT = "00"
031000         OPEN OUTPUT FZ-LOG-FILE
031100     END-IF.
031200     IF WS-LOG-STATUS NOT = "00"
031300         GO TO 3000-EXIT
031400     END-IF.
031500     MOVE SPACES TO FZ-LOG-RECORD.
031600     STRING WS-STAMP DELIMITED BY SIZE
031700         "|" DELIMITED BY SIZE
031800         WS-INVOKER DELIMITED BY SPACE
031900         "|" DELIMITED BY SIZE
032000         WS-HOST-TAG DELIMITED BY SPACE
032100         "|freeze=" DELIMITED BY SIZE
032200         WS-FR-NAME DELIMITED BY "  "
032300         "|addr=" DELIMITED BY SIZE
032400         WS-LOG-ADDR DELIMITED BY SPACE
032500         "|period=" DELIMITED BY SIZE
032600         WS-FR-START DELIMITED BY SIZE
032700         "-" DELIMITED BY SIZE
032800         WS-FR-END DELIMITED BY SIZE
032900         "|scope=" DELIMITED BY SIZE
033000         WS-FR-SCOPE DELIMITED BY SPACE
033100         "|ticket=" DELIMITED BY SIZE
033200         FZ-OVERRIDE DELIMITED BY SPACE
033300         INTO FZ-LOG-RECORD.
033400     WRITE FZ-LOG-RECORD.
033500     CLOSE FZ-LOG-FILE.
033600 3000-EXIT.
033700     EXIT.
033800
033900 END PROGRAM CheckFreeze.
