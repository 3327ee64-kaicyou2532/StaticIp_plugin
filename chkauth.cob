000100***************************************************************
000200*                                                                *
000300*  PROGRAM      : CHKAUTH.CBL                                    *
000400*  PROGRAM-ID   : CheckAuthorization                             *
000500*  AUTHOR       : T. Kowalczyk, Network Systems Group            *
000600*  INSTALLATION : Data Center Operations                         *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  PURPOSE.                                                      *
001000*      Common callable routine over the operator authorization   *
001100*      file - which operators (or groups of operators) may       *
001200*      push, roll back or approve changes for which subnets      *
001300*      and which hostnames.  Called by SetStaticIP,              *
001400*      SetStaticIPBatch, RollbackNetplan, ChangeSched -approve   *
001500*      and ChangeExec before anything is backed up or written.   *
001600*      A refusal is appended to the static-IP change log as a    *
001700*      record of its own so change review sees the attempts      *
001800*      that were stopped as well as the pushes that went out.    *
001900*                                                                *
002000*      Authorization file is pipe-delimited, one entry per       *
002100*      line, blank lines and lines starting "#" ignored:         *
002200*        GROUP|<group>|<member>,<member>,...                     *
002300*        ALLOW|<principal>|<actions>|<subnet>|<hostname>         *
002400*      principal is an operator name, @<group> or * for          *
002500*      everyone; actions is any of P (push), R (rollback) and    *
002600*      A (approve), or * for all three; subnet is a network/     *
002700*      prefix as on the allocation master S records, or * for    *
002800*      any address; hostname is an exact name, a prefix          *
002900*      ending in * (web*), or * for any host.  Member lists      *
003000*      carry no blanks.  The first ALLOW entry that matches      *
003100*      on principal, action, hostname and subnet grants the      *
003200*      request; nothing matching is a refusal.  A check with     *
003300*      no address (approving a host-only change) is granted      *
003400*      only by an entry whose subnet is *.                       *
003500*                                                                *
003600*      Refusal record on the change log:                         *
003700*        stamp|operator|denied:<host>[:<iface>]|action=<verb>|   *
003800*        addr=<address>|who=<principal checked>|reason=<text>|   *
003900*        ticket=<ref>                                            *
004000*                                                                *
004100*      AZ-OPERATOR names the principal to check; blank means     *
004200*      the invoking user (USER, then LOGNAME).  AZ-RESULT is     *
004300*      "Y" (granted), "N" (refused - AZ-MESSAGE says why), or    *
004400*      "M" (no authorization file - the caller decides whether   *
004500*      to warn and carry on, as with the allocation master).     *
004600*                                                                *
004700*  MODIFICATION HISTORY.                                         *
004800*      2026-10-15  TJK  Initial version.                         *
004900*                                                                *
005000***************************************************************
005100 IDENTIFICATION DIVISION.
005200 PROGRAM-ID. CheckAuthorization.
005300 AUTHOR. T. Kowalczyk.
005400 INSTALLATION. Data Center Operations.
005500 DATE-WRITTEN. 2026-10-15.
005600
005700 ENVIRONMENT DIVISION.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT AZ-AUTH-FILE ASSIGN DYNAMIC AZ-FILE-PATH
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-FILE-STATUS.
006300     SELECT AZ-LOG-FILE ASSIGN DYNAMIC AZ-LOG-PATH
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-LOG-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  AZ-AUTH-FILE.
007000 01  AZ-AUTH-RECORD            PIC X(256).
007100
007200 FD  AZ-LOG-FILE.
007300 01  AZ-LOG-RECORD             PIC X(300).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-FILE-STATUS            PIC X(02).
007700 01  WS-LOG-STATUS             PIC X(02).
007800
007900 01  WS-RULE-COUNT             PIC 9(03) COMP VALUE 0.
008000 01  WS-RULE-TABLE.
008100     05  WS-RULE               OCCURS 200 TIMES.
008200         10  WS-RU-PRINCIPAL   PIC X(21).
008300         10  WS-RU-ACTIONS     PIC X(10).
008400         10  WS-RU-SUBNET      PIC X(50).
008500         10  WS-RU-HOSTPAT     PIC X(30).
008600 01  WS-GROUP-COUNT            PIC 9(03) COMP VALUE 0.
008700 01  WS-GROUP-TABLE.
008800     05  WS-GROUP              OCCURS 50 TIMES.
008900         10  WS-GR-NAME        PIC X(20).
009000         10  WS-GR-MEMBERS     PIC X(200).
009100
009200 01  WS-IX                     PIC 9(03) COMP.
009300 01  WS-GX                     PIC 9(03) COMP.
009400 01  WS-REC-TYPE               PIC X(10).
009500 01  WS-FIELD-2                PIC X(21).
009600 01  WS-FIELD-3                PIC X(200).
009700 01  WS-FIELD-4                PIC X(50).
009800 01  WS-FIELD-5                PIC X(30).
009900
010000 01  WS-CHECK-OPERATOR         PIC X(20).
010100 01  WS-INVOKER                PIC X(20).
010200 01  WS-QUERY-ADDR             PIC X(50).
010300 01  WS-COLON-COUNT            PIC 9(02) COMP.
010400 01  WS-ACTION-VERB            PIC X(08).
010500 01  WS-REASON                 PIC X(60).
010600 01  WS-GRANT-SWITCH           PIC X(01).
010700     88  WS-GRANTED                     VALUE "Y".
010800 01  WS-MATCH-SWITCH           PIC X(01).
010900     88  WS-RULE-MATCHES                VALUE "Y".
011000 01  WS-TALLY                  PIC 9(03) COMP.
011100 01  WS-STAR-POS               PIC 9(03) COMP.
011200 01  WS-OP-LEN                 PIC 9(03) COMP.
011300 01  WS-PROBE-LEN              PIC 9(03) COMP.
011400 01  WS-MEMBER-PROBE           PIC X(22).
011500 01  WS-MEMBER-LIST            PIC X(202).
011600 01  WS-GROUP-NAME             PIC X(20).
011700 01  WS-HOST-TAG               PIC X(51).
011800 01  WS-LOG-ADDR               PIC X(50).
011900 01  WS-LOG-TICKET             PIC X(20).
012000
012100 01  WS-DATE8                  PIC 9(08).
012200 01  WS-TIME8                  PIC 9(08).
012300 01  WS-STAMP                  PIC X(17).
012400
012500 01  WS-VA-FAMILY              PIC X(01).
012600 01  WS-VA-REQUIRE-PREFIX      PIC X(01).
012700 01  WS-VA-SUBNET-CHECK        PIC X(50).
012800 01  WS-VA-VALID               PIC X(01).
012900     88  WS-VA-IS-VALID                 VALUE "Y".
013000
013100 LINKAGE SECTION.
013200 01  AZ-FILE-PATH              PIC X(100).
013300 01  AZ-LOG-PATH               PIC X(100).
013400 01  AZ-OPERATOR               PIC X(20).
013500 01  AZ-ACTION                 PIC X(01).
013600     88  AZ-ACTION-PUSH                 VALUE "P".
013700     88  AZ-ACTION-ROLLBACK             VALUE "R".
013800     88  AZ-ACTION-APPROVE              VALUE "A".
013900 01  AZ-HOSTNAME               PIC X(30).
014000 01  AZ-IFACE                  PIC X(20).
014100 01  AZ-ADDRESS                PIC X(50).
014200 01  AZ-TICKET                 PIC X(20).
014300 01  AZ-RESULT                 PIC X(01).
014400     88  AZ-OK                          VALUE "Y".
014500     88  AZ-REFUSED                     VALUE "N".
014600     88  AZ-NO-FILE                     VALUE "M".
014700 01  AZ-MESSAGE                PIC X(80).
014800
014900 PROCEDURE DIVISION USING AZ-FILE-PATH
015000                          AZ-LOG-PATH
015100                          AZ-OPERATOR
015200                          AZ-ACTION
015300                          AZ-HOSTNAME
015400                          AZ-IFACE
015500                          AZ-ADDRESS
015600                          AZ-TICKET
015700                          AZ-RESULT
015800                          AZ-MESSAGE.
015900
016000 0000-MAINLINE.
016100     SET AZ-OK TO TRUE.
016200     MOVE SPACES TO AZ-MESSAGE WS-REASON.
016300     PERFORM 1000-IDENTIFY-OPERATOR THRU 1000-EXIT.
016400     PERFORM 2000-LOAD-AUTH-FILE THRU 2000-EXIT.
016500     IF AZ-NO-FILE
016600         GO TO 0000-EXIT
016700     END-IF.
016800     IF WS-REASON NOT = SPACES
016900         PERFORM 5000-REFUSE THRU 5000-EXIT
017000         GO TO 0000-EXIT
017100     END-IF.
017200     PERFORM 3000-PREPARE-QUERY THRU 3000-EXIT.
017300     MOVE "N" TO WS-GRANT-SWITCH.
017400     PERFORM VARYING WS-IX FROM 1 BY 1
017500             UNTIL WS-IX > WS-RULE-COUNT
017600              OR WS-GRANTED
017700         PERFORM 4000-MATCH-ONE-RULE THRU 4000-EXIT
017800         IF WS-RULE-MATCHES
017900             SET WS-GRANTED TO TRUE
018000         END-IF
018100     END-PERFORM.
018200     IF NOT WS-GRANTED
018300         MOVE "no ALLOW entry covers this change" TO WS-REASON
018400         PERFORM 5000-REFUSE THRU 5000-EXIT
018500     END-IF.
018600 0000-EXIT.
018700     GOBACK.
018800
018900***************************************************************
019000* 1000-IDENTIFY-OPERATOR - the principal to check, and the      *
019100*     invoking user who goes on any refusal record              *
019200***************************************************************
019300 1000-IDENTIFY-OPERATOR.
019400     MOVE SPACES TO WS-INVOKER.
019500     ACCEPT WS-INVOKER FROM ENVIRONMENT "USER".
019600     IF WS-INVOKER = SPACES
019700         ACCEPT WS-INVOKER FROM ENVIRONMENT "LOGNAME"
019800     END-IF.
019900     IF WS-INVOKER = SPACES
020000         MOVE "UNKNOWN" TO WS-INVOKER
020100     END-IF.
020200     IF AZ-OPERATOR = SPACES
020300         MOVE WS-INVOKER TO WS-CHECK-OPERATOR
020400     ELSE
020500         MOVE AZ-OPERATOR TO WS-CHECK-OPERATOR
020600     END-IF.
020700     EVALUATE TRUE
020800         WHEN AZ-ACTION-PUSH
020900             MOVE "push" TO WS-ACTION-VERB
021000         WHEN AZ-ACTION-ROLLBACK
021100             MOVE "rollback" TO WS-ACTION-VERB
021200         WHEN AZ-ACTION-APPROVE
021300             MOVE "approve" TO WS-ACTION-VERB
021400         WHEN OTHER
021500             MOVE "unknown" TO WS-ACTION-VERB
021600     END-EVALUATE.
021700 1000-EXIT.
021800     EXIT.
021900
022000***************************************************************
022100* 2000-LOAD-AUTH-FILE - GROUP and ALLOW entries into the        *
022200*     tables; a missing file is "no file", an unreadable        *
022300*     one is a refusal                                          *
022400***************************************************************
022500 2000-LOAD-AUTH-FILE.
022600     MOVE 0 TO WS-RULE-COUNT WS-GROUP-COUNT.
022700     OPEN INPUT AZ-AUTH-FILE.
022800     IF WS-FILE-STATUS = "35"
022900         SET AZ-NO-FILE TO TRUE
023000         GO TO 2000-EXIT
023100     END-IF.
023200     IF WS-FILE-STATUS NOT = "00"
023300         MOVE "cannot open authorization file" TO WS-REASON
023400         GO TO 2000-EXIT
023500     END-IF.
023600     PERFORM UNTIL WS-FILE-STATUS = "10"
023700         READ AZ-AUTH-FILE
023800             AT END
023900                 MOVE "10" TO WS-FILE-STATUS
024000             NOT AT END
024100                 PERFORM 2100-PARSE-AUTH-LINE THRU 2100-EXIT
024200         END-READ
024300     END-PERFORM.
024400     CLOSE AZ-AUTH-FILE.
024500 2000-EXIT.
024600     EXIT.
024700
024800***************************************************************
024900* 2100-PARSE-AUTH-LINE - one GROUP or ALLOW entry; comments,    *
025000*     blank lines and unknown entry types are skipped           *
025100***************************************************************
025200 2100-PARSE-AUTH-LINE.
025300     IF AZ-AUTH-RECORD = SPACES OR AZ-AUTH-RECORD(1:1) = "#"
025400         GO TO 2100-EXIT
025500     END-IF.
025600     MOVE SPACES TO WS-REC-TYPE WS-FIELD-2 WS-FIELD-3
025700         WS-FIELD-4 WS-FIELD-5.
025800     UNSTRING AZ-AUTH-RECORD DELIMITED BY "|"
025900         INTO WS-REC-TYPE WS-FIELD-2 WS-FIELD-3
026000              WS-FIELD-4 WS-FIELD-5.
026100     EVALUATE WS-REC-TYPE
026200         WHEN "GROUP"
026300             IF WS-GROUP-COUNT < 50
026400                 ADD 1 TO WS-GROUP-COUNT
026500                 MOVE WS-FIELD-2 TO WS-GR-NAME(WS-GROUP-COUNT)
026600                 MOVE WS-FIELD-3 TO WS-GR-MEMBERS(WS-GROUP-COUNT)
026700             END-IF
026800         WHEN "ALLOW"
026900             IF WS-RULE-COUNT < 200
027000                 ADD 1 TO WS-RULE-COUNT
027100                 MOVE WS-FIELD-2
027200                     TO WS-RU-PRINCIPAL(WS-RULE-COUNT)
027300                 MOVE WS-FIELD-3 TO WS-RU-ACTIONS(WS-RULE-COUNT)
027400                 MOVE WS-FIELD-4 TO WS-RU-SUBNET(WS-RULE-COUNT)
027500                 MOVE WS-FIELD-5 TO WS-RU-HOSTPAT(WS-RULE-COUNT)
027600                 IF WS-RU-SUBNET(WS-RULE-COUNT) = SPACES
027700                     MOVE "*" TO WS-RU-SUBNET(WS-RULE-COUNT)
027800                 END-IF
027900                 IF WS-RU-HOSTPAT(WS-RULE-COUNT) = SPACES
028000                     MOVE "*" TO WS-RU-HOSTPAT(WS-RULE-COUNT)
028100                 END-IF
028200             END-IF
028300     END-EVALUATE.
028400 2100-EXIT.
028500     EXIT.
028600
028700***************************************************************
028800* 3000-PREPARE-QUERY - bare address (prefix dropped) and its    *
028900*     family for the subnet test                                *
029000***************************************************************
029100 3000-PREPARE-QUERY.
029200     MOVE SPACES TO WS-QUERY-ADDR.
029300     UNSTRING AZ-ADDRESS DELIMITED BY "/"
029400         INTO WS-QUERY-ADDR.
029500     MOVE 0 TO WS-COLON-COUNT.
029600     INSPECT WS-QUERY-ADDR TALLYING WS-COLON-COUNT
029700         FOR ALL ":".
029800     IF WS-COLON-COUNT > 0
029900         MOVE "6" TO WS-VA-FAMILY
030000     ELSE
030100         MOVE "4" TO WS-VA-FAMILY
030200     END-IF.
030300 3000-EXIT.
030400     EXIT.
030500
030600***************************************************************
030700* 4000-MATCH-ONE-RULE - the ALLOW entry at WS-IX against        *
030800*     principal, action, hostname and subnet in that order      *
030900***************************************************************
031000 4000-MATCH-ONE-RULE.
031100     MOVE "N" TO WS-MATCH-SWITCH.
031200     EVALUATE TRUE
031300         WHEN WS-RU-PRINCIPAL(WS-IX) = "*"
031400             CONTINUE
031500         WHEN WS-RU-PRINCIPAL(WS-IX)(1:1) = "@"
031600             MOVE WS-RU-PRINCIPAL(WS-IX)(2:20) TO WS-GROUP-NAME
031700             PERFORM 4100-CHECK-GROUP THRU 4100-EXIT
031800             IF NOT WS-RULE-MATCHES
031900                 GO TO 4000-EXIT
032000             END-IF
032100             MOVE "N" TO WS-MATCH-SWITCH
032200         WHEN WS-RU-PRINCIPAL(WS-IX) = WS-CHECK-OPERATOR
032300             CONTINUE
032400         WHEN OTHER
032500             GO TO 4000-EXIT
032600     END-EVALUATE.
032700     IF WS-RU-ACTIONS(WS-IX) NOT = "*"
032800         MOVE 0 TO WS-TALLY
032900         INSPECT WS-RU-ACTIONS(WS-IX) TALLYING WS-TALLY
033000             FOR ALL AZ-ACTION
033100         IF WS-TALLY = 0
033200             GO TO 4000-EXIT
033300         END-IF
033400     END-IF.
033500     PERFORM 4200-MATCH-HOSTNAME THRU 4200-EXIT.
033600     IF NOT WS-RULE-MATCHES
033700         GO TO 4000-EXIT
033800     END-IF.
033900     MOVE "N" TO WS-MATCH-SWITCH.
034000     IF WS-RU-SUBNET(WS-IX) = "*"
034100         SET WS-RULE-MATCHES TO TRUE
034200         GO TO 4000-EXIT
034300     END-IF.
034400     IF WS-QUERY-ADDR = SPACES
034500         GO TO 4000-EXIT
034600     END-IF.
034700     MOVE "Y" TO WS-VA-REQUIRE-PREFIX.
034800     MOVE WS-QUERY-ADDR TO WS-VA-SUBNET-CHECK.
034900     CALL "ValidateIPAddr" USING WS-RU-SUBNET(WS-IX)
035000         WS-VA-FAMILY WS-VA-REQUIRE-PREFIX
035100         WS-VA-SUBNET-CHECK WS-VA-VALID.
035200     IF WS-VA-IS-VALID
035300         SET WS-RULE-MATCHES TO TRUE
035400     END-IF.
035500 4000-EXIT.
035600     EXIT.
035700
035800***************************************************************
035900* 4100-CHECK-GROUP - is WS-CHECK-OPERATOR a member of group     *
036000*     WS-GROUP-NAME; ",name," searched in ",member-list,"       *
036100***************************************************************
036200 4100-CHECK-GROUP.
036300     MOVE "N" TO WS-MATCH-SWITCH.
036400     MOVE 0 TO WS-OP-LEN.
036500     INSPECT WS-CHECK-OPERATOR TALLYING WS-OP-LEN
036600         FOR CHARACTERS BEFORE INITIAL SPACE.
036700     IF WS-OP-LEN = 0
036800         GO TO 4100-EXIT
036900     END-IF.
037000     MOVE SPACES TO WS-MEMBER-PROBE.
037100     STRING "," DELIMITED BY SIZE
037200         WS-CHECK-OPERATOR DELIMITED BY SPACE
037300         "," DELIMITED BY SIZE
037400         INTO WS-MEMBER-PROBE.
037500     COMPUTE WS-PROBE-LEN = WS-OP-LEN + 2.
037600     PERFORM VARYING WS-GX FROM 1 BY 1
037700             UNTIL WS-GX > WS-GROUP-COUNT
037800              OR WS-RULE-MATCHES
037900         IF WS-GR-NAME(WS-GX) = WS-GROUP-NAME
038000             MOVE SPACES TO WS-MEMBER-LIST
038100             STRING "," DELIMITED BY SIZE
038200                 WS-GR-MEMBERS(WS-GX) DELIMITED BY SPACE
038300                 "," DELIMITED BY SIZE
038400                 INTO WS-MEMBER-LIST
038500             MOVE 0 TO WS-TALLY
038600             INSPECT WS-MEMBER-LIST TALLYING WS-TALLY
038700                 FOR ALL WS-MEMBER-PROBE(1:WS-PROBE-LEN)
038800             IF WS-TALLY > 0
038900                 SET WS-RULE-MATCHES TO TRUE
039000             END-IF
039100         END-IF
039200     END-PERFORM.
039300 4100-EXIT.
039400     EXIT.
039500
039600***************************************************************
039700* 4200-MATCH-HOSTNAME - exact name, prefix*, or * for any       *
039800***************************************************************
039900 4200-MATCH-HOSTNAME.
040000     MOVE "N" TO WS-MATCH-SWITCH.
040100     MOVE 0 TO WS-STAR-POS.
040200     INSPECT WS-RU-HOSTPAT(WS-IX) TALLYING WS-STAR-POS
040300         FOR CHARACTERS BEFORE INITIAL "*".
040400     EVALUATE TRUE
040500         WHEN WS-STAR-POS = 0
040600             SET WS-RULE-MATCHES TO TRUE
040700         WHEN WS-STAR-POS >= 30
040800             IF WS-RU-HOSTPAT(WS-IX) = AZ-HOSTNAME
040900                 SET WS-RULE-MATCHES TO TRUE
041000             END-IF
041100         WHEN OTHER
041200             IF WS-RU-HOSTPAT(WS-IX)(1:WS-STAR-POS)
041300                     = AZ-HOSTNAME(1:WS-STAR-POS)
041400                 SET WS-RULE-MATCHES TO TRUE
041500             END-IF
041600     END-EVALUATE.
041700 4200-EXIT.
041800     EXIT.
041900
042000***************************************************************
042100* 5000-REFUSE - flag the refusal for the caller and put it on   *
042200*     the change log as a denied: record                        *
042300***************************************************************
042400 5000-REFUSE.
042500     SET AZ-REFUSED TO TRUE.
042600     MOVE SPACES TO AZ-MESSAGE.
042700     STRING WS-CHECK-OPERATOR DELIMITED BY SPACE
042800         " may not " DELIMITED BY SIZE
042900         WS-ACTION-VERB DELIMITED BY SPACE
043000         " " DELIMITED BY SIZE
043100         AZ-HOSTNAME DELIMITED BY SPACE
043200         " " DELIMITED BY SIZE
043300         AZ-ADDRESS DELIMITED BY SPACE
043400         " - " DELIMITED BY SIZE
043500         WS-REASON DELIMITED BY "  "
043600         INTO AZ-MESSAGE.
043700     MOVE SPACES TO WS-HOST-TAG.
043800     IF AZ-IFACE = SPACES
043900         STRING "denied:" DELIMITED BY SIZE
044000             AZ-HOSTNAME DELIMITED BY SPACE
044100             INTO WS-HOST-TAG
044200     ELSE
044300         STRING "denied:" DELIMITED BY SIZE
044400             AZ-HOSTNAME DELIMITED BY SPACE
044500             ":" DELIMITED BY SIZE
044600             AZ-IFACE DELIMITED BY SPACE
044700             INTO WS-HOST-TAG
044800     END-IF.
044900     MOVE AZ-ADDRESS TO WS-LOG-ADDR.
045000     IF WS-LOG-ADDR = SPACES
045100         MOVE "(none)" TO WS-LOG-ADDR
045200     END-IF.
045300     MOVE AZ-TICKET TO WS-LOG-TICKET.
045400     IF WS-LOG-TICKET = SPACES
045500         MOVE "(none)" TO WS-LOG-TICKET
045600     END-IF.
045700     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
045800     ACCEPT WS-TIME8 FROM TIME.
045900     STRING WS-DATE8 "-" WS-TIME8 DELIMITED BY SIZE
046000         INTO WS-STAMP.
046100     OPEN EXTEND AZ-LOG-FILE.
046200     IF WS-LOG-STATUS NOT = "00"
046300         OPEN OUTPUT AZ-LOG-FILE
046400     END-IF.
046500     IF WS-LOG-STATUS NOT = "00"
046600         GO TO 5000-EXIT
046700     END-IF.
046800     MOVE SPACES TO AZ-LOG-RECORD.
046900     STRING WS-STAMP DELIMITED BY SIZE
047000         "|" DELIMITED BY SIZE
047100         WS-INVOKER DELIMITED BY SPACE
047200         "|" DELIMITED BY SIZE
047300         WS-HOST-TAG DELIMITED BY SPACE
047400         "|action=" DELIMITED BY SIZE
047500         WS-ACTION-VERB DELIMITED BY SPACE
047600         "|addr=" DELIMITED BY SIZE
047700         WS-LOG-ADDR DELIMITED BY SPACE
047800         "|who=" DELIMITED BY SIZE
047900         WS-CHECK-OPERATOR DELIMITED BY SPACE
048000         "|reason=" DELIMITED BY SIZE
048100         WS-REASON DELIMITED BY "  "
048200         "|ticket=" DELIMITED BY SIZE
048300         WS-LOG-TICKET DELIMITED BY SPACE
048400         INTO AZ-LOG-RECORD.
048500     WRITE AZ-LOG-RECORD.
048600     CLOSE AZ-LOG-FILE.
048700 5000-EXIT.
048800     EXIT.
048900
049000 END PROGRAM CheckAuthorization.
