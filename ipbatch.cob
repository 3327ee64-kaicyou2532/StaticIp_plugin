002000*  USAGE.                                                        *
002100*      SetStaticIPBatch <inventory-file> [-restart <run-id>]    *
002200*                       [-deploy]                                *
002250*                       [-emergency <ticket>]                   *
002300*                                                                *
002400*      With -deploy, after each host's YAML file is written it  *
002500*      is copied to that host's /etc/netplan/ over ssh (scp,    *
004400*      removed when a run ends with no errored hosts and no     *
004500*      failed deploys.                                          *
004600*                                                                *
004610*      A row whose host or address falls inside a change-       *
004620*      freeze period (/etc/netplan/freeze-calendar.dat) is      *
004630*      errored.  With -emergency, such rows are pushed under    *
004640*      the given emergency ticket instead and flagged on the    *
004650*      change log as overrides; the ticket also stands in       *
004660*      for a blank ticket column.                               *
004670*                                                                *
004700*      Inventory file is pipe-delimited, one host per line:     *
004800*        hostname|interface|ip/prefix|gateway4|vlan-id|         *
004900*        vlan-link|ticket|mac[@set-name]                        *
005000*      The trailing ticket column carries the change-ticket     *
005100*      reference behind the row (a ChangeSched request id or    *
005200*      an external change number); it rides into the audit      *
005600*      when both are present the interface is emitted as a      *
005700*      VLAN stanza tagged onto vlan-link.  Nameservers are the  *
005800*      same site-defaults/fallback DNS used by SetStaticIP.     *
005810*      The optional mac[@set-name] column pins a physical NIC   *
005820*      to its name (set-name defaults to the interface name);   *
005830*      a malformed MAC, or one on a VLAN row, skips the row,    *
005840*      and the same MAC on two rows is an inventory conflict.   *
005900*                                                                *
006000*      Per-host output is written to                             *
006100*        /etc/netplan/hosts/<hostname>-static-network.yaml      *
013200*      2026-09-02  TJK  Seventh inventory column: the change-    *
013300*                       ticket reference behind the row, carried *
013400*                       into the audit record and the DNS feed.  *
013410*      2026-10-15  TJK  Operator authorization: each row's host  *
013420*                       and address are checked against the      *
013430*                       operator authorization file              *
013440*                       (CheckAuthorization) before the host's   *
013450*                       file is backed up or written; a refused  *
013460*                       row is errored and logged as denied:.    *
013465*      2026-10-15  TJK  Change-freeze calendar: a row under a    *
013470*                       freeze (CheckFreeze) is errored, unless  *
013475*                       the run was given "-emergency <ticket>", *
013480*                       in which case it is pushed and flagged   *
013485*                       on the change log as an override for     *
013490*                       post-freeze review.                      *
013491*      2026-10-15  TJK  MAC binding: an eighth inventory column *
013492*                       mac[@set-name], checked through          *
013493*                       ValidateMACAddr, rendered as a match:/   *
013494*                       set-name: stanza; a MAC repeated across  *
013495*                       rows is reported as a conflict.          *
013500*                                                                *
013600***************************************************************
013700 IDENTIFICATION DIVISION.
024000 01  WS-INV-VLANID             PIC X(04).
024100 01  WS-INV-VLANLINK           PIC X(20).
024200 01  WS-INV-TICKET             PIC X(20).
024210 01  WS-INV-MAC-FIELD          PIC X(40).
024220 01  WS-INV-MAC-PART           PIC X(40).
024230 01  WS-INV-SETNAME-PART       PIC X(40).
024240 01  WS-INV-MAC                PIC X(17).
024250 01  WS-INV-SETNAME            PIC X(20).
024300 01  WS-ROW-VALID-SWITCH       PIC X(01).
024400     88  WS-ROW-VALID                   VALUE "Y".
024500
026200         10  WS-ROW-VLANID     PIC X(04).
026300         10  WS-ROW-VLANLINK   PIC X(20).
026400         10  WS-ROW-TICKET     PIC X(20).
026410         10  WS-ROW-MAC        PIC X(17).
026420         10  WS-ROW-SETNAME    PIC X(20).
026500
026600 01  WS-SPLIT-PTR              PIC 9(03) COMP.
026700 01  WS-SPLIT-SOURCE           PIC X(200).
028400 01  WS-AL-MESSAGE             PIC X(80).
028500 01  WS-ALLOC-WARN-SWITCH      PIC X(01) VALUE "N".
028600     88  WS-ALLOC-WARNED                VALUE "Y".
028605 01  WS-AUTH-PATH              PIC X(100)
028610     VALUE "/etc/netplan/operator-auth.dat".
028615 01  WS-AZ-OPERATOR            PIC X(20) VALUE SPACES.
028620 01  WS-AZ-ACTION              PIC X(01) VALUE "P".
028625 01  WS-AZ-RESULT              PIC X(01).
028630     88  WS-AZ-REFUSED                  VALUE "N".
028635     88  WS-AZ-NO-FILE                  VALUE "M".
028640 01  WS-AZ-MESSAGE             PIC X(80).
028645 01  WS-AUTH-WARN-SWITCH       PIC X(01) VALUE "N".
028650     88  WS-AUTH-WARNED                 VALUE "Y".
028652 01  WS-FREEZE-PATH            PIC X(100)
028654     VALUE "/etc/netplan/freeze-calendar.dat".
028656 01  WS-FZ-OVERRIDE            PIC X(20) VALUE SPACES.
028658 01  WS-FZ-DATE8               PIC 9(08).
028660 01  WS-FZ-TIME8               PIC 9(08).
028662 01  WS-FZ-WINDOW-START        PIC X(12).
028664 01  WS-FZ-WINDOW-END          PIC X(12).
028666 01  WS-FZ-RESULT              PIC X(01).
028668     88  WS-FZ-FROZEN                   VALUE "F".
028670     88  WS-FZ-OVERRIDDEN               VALUE "O".
028672     88  WS-FZ-NO-FILE                  VALUE "M".
028674 01  WS-FZ-FREEZE-NAME         PIC X(30).
028676 01  WS-FZ-MESSAGE             PIC X(80).
028678 01  WS-FREEZE-WARN-SWITCH     PIC X(01) VALUE "N".
028680     88  WS-FREEZE-WARNED               VALUE "Y".
028700
028800*    Subprogram linkage work areas
028900 01  WS-VA-FAMILY              PIC X(01).
029400 01  WS-VN-VALID-SWITCH        PIC X(01).
029500     88  WS-VN-IS-VALID                 VALUE "Y".
029600 01  WS-VN-NAME-CHECK          PIC X(50).
029610 01  WS-VM-VALID-SWITCH        PIC X(01).
029620     88  WS-VM-IS-VALID                 VALUE "Y".
029700 01  WS-COMMAND-LINE           PIC X(150).
029800 01  WS-ARG-TEXT               PIC X(100).
029900 01  WS-ARG-IX                 PIC 9(02) COMP VALUE 0.
038400
038500***************************************************************
038600* 2000-PARSE-ARGUMENTS - the required inventory file path plus  *
038700*                        the optional -restart <run-id> pair,   *
038800*                        the -deploy flag and the optional      *
038850*                        -emergency <ticket> pair, any order    *
038900***************************************************************
039000 2000-PARSE-ARGUMENTS.
039100     IF WS-ARGCOUNT < 1
040100                 SET WS-DEPLOY-MODE TO TRUE
040200             WHEN "-restart"
040300                 PERFORM 2050-TAKE-RUN-ID THRU 2050-EXIT
040320             WHEN "-emergency"
040340                 PERFORM 2060-TAKE-OVERRIDE THRU 2060-EXIT
040400             WHEN OTHER
040500                 IF WS-INVENTORY-PATH = SPACES
040600                     MOVE WS-ARG-TEXT TO WS-INVENTORY-PATH
044200     SET WS-RESTART-MODE TO TRUE.
044300 2050-EXIT.
044400     EXIT.
044405
044410***************************************************************
044415* 2060-TAKE-OVERRIDE - the token after -emergency is the        *
044420*                      emergency ticket that lets this run      *
044425*                      push through a change freeze             *
044430***************************************************************
044435 2060-TAKE-OVERRIDE.
044440     IF WS-ARG-IX >= WS-ARGCOUNT
044445         PERFORM 2100-USAGE THRU 2100-EXIT
044450         GO TO 2060-EXIT
044455     END-IF.
044460     ADD 1 TO WS-ARG-IX.
044465     DISPLAY WS-ARG-IX UPON ARGUMENT-NUMBER.
044470     ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE.
044475     MOVE WS-ARG-TEXT TO WS-FZ-OVERRIDE.
044480 2060-EXIT.
044485     EXIT.
044500
044600***************************************************************
044700* 2100-USAGE - bad arguments, show usage and flag abort         *
044900 2100-USAGE.
045000     DISPLAY "USAGE: SetStaticIPBatch <inventory-file>"
045100         " [-restart <run-id>] [-deploy]".
045150     DISPLAY "                        [-emergency <ticket>]".
045200     SET WS-ABORT TO TRUE.
045300 2100-EXIT.
045400     EXIT.
065900     MOVE WS-INV-VLANID TO WS-ROW-VLANID(WS-ROW-COUNT).
066000     MOVE WS-INV-VLANLINK TO WS-ROW-VLANLINK(WS-ROW-COUNT).
066100     MOVE WS-INV-TICKET TO WS-ROW-TICKET(WS-ROW-COUNT).
066110     MOVE WS-INV-MAC TO WS-ROW-MAC(WS-ROW-COUNT).
066120     MOVE WS-INV-SETNAME TO WS-ROW-SETNAME(WS-ROW-COUNT).
066200 3050-EXIT.
066300     EXIT.
066400
068800
068900***************************************************************
069000* 3510-CHECK-ROW-PAIRS - compare row WS-ROW-IX against every    *
069100*     later row for a duplicate address, a duplicate            *
069200*     hostname|interface claim or a MAC bound twice             *
069300***************************************************************
069400 3510-CHECK-ROW-PAIRS.
069500     COMPUTE WS-ROW-JX = WS-ROW-IX + 1.
071300                 " on lines " WS-ROW-LINE-NO(WS-ROW-IX)
071400                 " and " WS-ROW-LINE-NO(WS-ROW-JX)
071500         END-IF
071510         IF WS-ROW-MAC(WS-ROW-IX) NOT = SPACES
071520            AND WS-ROW-MAC(WS-ROW-IX) = WS-ROW-MAC(WS-ROW-JX)
071530             ADD 1 TO WS-CONFLICT-COUNT
071540             DISPLAY "CONFLICT: duplicate MAC address "
071550                 WS-ROW-MAC(WS-ROW-IX)
071560                 " on lines " WS-ROW-LINE-NO(WS-ROW-IX)
071570                 " and " WS-ROW-LINE-NO(WS-ROW-JX)
071580         END-IF
071600         ADD 1 TO WS-ROW-JX
071700     END-PERFORM.
071800 3510-EXIT.
079800     MOVE WS-ROW-VLANID(WS-ROW-IX) TO WS-INV-VLANID.
079900     MOVE WS-ROW-VLANLINK(WS-ROW-IX) TO WS-INV-VLANLINK.
080000     MOVE WS-ROW-TICKET(WS-ROW-IX) TO WS-INV-TICKET.
080010     MOVE WS-ROW-MAC(WS-ROW-IX) TO WS-INV-MAC.
080020     MOVE WS-ROW-SETNAME(WS-ROW-IX) TO WS-INV-SETNAME.
080100     PERFORM 4000-VALIDATE-ROW THRU 4000-EXIT.
080200     IF WS-ABORT-SWITCH = "E"
080300         ADD 1 TO WS-ERRORED-COUNT
088800 3200-PARSE-INVENTORY-LINE.
088900     MOVE SPACES TO WS-INV-HOSTNAME WS-INV-IFACE WS-INV-IP
089000         WS-INV-GATEWAY WS-INV-VLANID WS-INV-VLANLINK
089100         WS-INV-TICKET WS-INV-MAC-FIELD WS-INV-MAC
089150         WS-INV-SETNAME.
089200     MOVE "Y" TO WS-ROW-VALID-SWITCH.
089300     UNSTRING InventoryRecord DELIMITED BY "|"
089400         INTO WS-INV-HOSTNAME WS-INV-IFACE WS-INV-IP
089500              WS-INV-GATEWAY WS-INV-VLANID WS-INV-VLANLINK
089600              WS-INV-TICKET WS-INV-MAC-FIELD.
089700     IF WS-INV-HOSTNAME = SPACES OR WS-INV-IFACE = SPACES
089800         OR WS-INV-IP = SPACES OR WS-INV-GATEWAY = SPACES
089900         MOVE "N" TO WS-ROW-VALID-SWITCH
091700         DISPLAY "ERROR: invalid interface name in inventory: "
091800             WS-INV-IFACE
091900         MOVE "N" TO WS-ROW-VALID-SWITCH
091950         GO TO 3200-EXIT
092000     END-IF.
092010     IF WS-INV-MAC-FIELD NOT = SPACES
092020         PERFORM 3250-PARSE-MAC-COLUMN THRU 3250-EXIT
092030     END-IF.
092100 3200-EXIT.
092200     EXIT.
092300
092302***************************************************************
092304* 3250-PARSE-MAC-COLUMN - mac[@set-name] column of the row just *
092306*     split: the MAC must pass ValidateMACAddr (which hands it  *
092308*     back in lower case, so the conflict pass compares like    *
092310*     with like), the set-name must be a safe name, and a VLAN  *
092312*     row cannot be pinned; any failure skips the row           *
092314***************************************************************
092316 3250-PARSE-MAC-COLUMN.
092318     MOVE SPACES TO WS-INV-MAC-PART WS-INV-SETNAME-PART.
092320     UNSTRING WS-INV-MAC-FIELD DELIMITED BY "@"
092322         INTO WS-INV-MAC-PART WS-INV-SETNAME-PART.
092324     IF WS-INV-MAC-PART(18:) NOT = SPACES
092326        OR WS-INV-SETNAME-PART(21:) NOT = SPACES
092328         DISPLAY "ERROR: invalid MAC binding in inventory for "
092330             "host " WS-INV-HOSTNAME ": " WS-INV-MAC-FIELD
092332         MOVE "N" TO WS-ROW-VALID-SWITCH
092334         GO TO 3250-EXIT
092336     END-IF.
092338     MOVE WS-INV-MAC-PART TO WS-INV-MAC.
092340     CALL "ValidateMACAddr" USING WS-INV-MAC WS-VM-VALID-SWITCH.
092342     IF NOT WS-VM-IS-VALID
092344         DISPLAY "ERROR: invalid MAC address in inventory for "
092346             "host " WS-INV-HOSTNAME ": " WS-INV-MAC-PART
092348         MOVE "N" TO WS-ROW-VALID-SWITCH
092350         GO TO 3250-EXIT
092352     END-IF.
092354     IF WS-INV-VLANID NOT = SPACES
092356        AND WS-INV-VLANLINK NOT = SPACES
092358         DISPLAY "ERROR: MAC binding on a VLAN row for host "
092360             WS-INV-HOSTNAME ": " WS-INV-IFACE
092362         MOVE "N" TO WS-ROW-VALID-SWITCH
092364         GO TO 3250-EXIT
092366     END-IF.
092368     IF WS-INV-SETNAME-PART NOT = SPACES
092370         MOVE SPACES TO WS-VN-NAME-CHECK
092372         MOVE WS-INV-SETNAME-PART TO WS-VN-NAME-CHECK
092374         CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
092376             WS-VN-VALID-SWITCH
092378         IF NOT WS-VN-IS-VALID
092380             DISPLAY "ERROR: invalid set-name in inventory for "
092382                 "host " WS-INV-HOSTNAME ": " WS-INV-SETNAME-PART
092384             MOVE "N" TO WS-ROW-VALID-SWITCH
092386             GO TO 3250-EXIT
092388         END-IF
092390     END-IF.
092392     MOVE WS-INV-SETNAME-PART TO WS-INV-SETNAME.
092394 3250-EXIT.
092396     EXIT.
092398
092400***************************************************************
092500* 4000-VALIDATE-ROW - IPv4 address and gateway syntax checks;   *
092600*                     sets WS-ABORT-SWITCH to "E" (row error,   *
095200         GO TO 4000-EXIT
095300     END-IF.
095400     PERFORM 4100-CHECK-ALLOCATION THRU 4100-EXIT.
095420     IF WS-ABORT-SWITCH = "E"
095440         GO TO 4000-EXIT
095460     END-IF.
095480     PERFORM 4200-CHECK-AUTHORIZATION THRU 4200-EXIT.
095482     IF WS-ABORT-SWITCH = "E"
095484         GO TO 4000-EXIT
095486     END-IF.
095488     PERFORM 4300-CHECK-FREEZE THRU 4300-EXIT.
095500 4000-EXIT.
095600     EXIT.
095700
099000 4100-EXIT.
099100     EXIT.
099200
099201***************************************************************
099202* 4200-CHECK-AUTHORIZATION - the invoking operator must be      *
099203*     allowed to push this row's address to this host; a box    *
099204*     with no authorization file gets a warning and the         *
099205*     historical unchecked behaviour                            *
099206***************************************************************
099207 4200-CHECK-AUTHORIZATION.
099208     IF WS-AUTH-WARNED
099209         GO TO 4200-EXIT
099210     END-IF.
099211     CALL "CheckAuthorization" USING WS-AUTH-PATH
099212         WS-AUDIT-LOG-PATH WS-AZ-OPERATOR WS-AZ-ACTION
099213         WS-INV-HOSTNAME WS-INV-IFACE WS-INV-IP
099214         WS-INV-TICKET WS-AZ-RESULT WS-AZ-MESSAGE.
099215     IF WS-AZ-NO-FILE
099216         DISPLAY "WARNING: no operator authorization file at "
099217             WS-AUTH-PATH
099218         DISPLAY "         authorization checks skipped"
099219         SET WS-AUTH-WARNED TO TRUE
099220         GO TO 4200-EXIT
099221     END-IF.
099222     IF WS-AZ-REFUSED
099223         DISPLAY "ERROR: not authorized for host "
099224             WS-INV-HOSTNAME ": " WS-AZ-MESSAGE
099225         MOVE "E" TO WS-ABORT-SWITCH
099226     END-IF.
099227 4200-EXIT.
099228     EXIT.
099229
099230***************************************************************
099231* 4300-CHECK-FREEZE - this row's address may not be pushed      *
099232*     while a change freeze covers it, unless the run was given *
099233*     an -emergency override ticket, in which case the row goes *
099234*     ahead and CheckFreeze flags it on the change log          *
099235***************************************************************
099236 4300-CHECK-FREEZE.
099237     IF WS-FREEZE-WARNED
099238         GO TO 4300-EXIT
099239     END-IF.
099240     ACCEPT WS-FZ-DATE8 FROM DATE YYYYMMDD.
099241     ACCEPT WS-FZ-TIME8 FROM TIME.
099242     MOVE WS-FZ-DATE8 TO WS-FZ-WINDOW-START(1:8).
099243     MOVE WS-FZ-TIME8(1:4) TO WS-FZ-WINDOW-START(9:4).
099244     MOVE WS-FZ-WINDOW-START TO WS-FZ-WINDOW-END.
099245     CALL "CheckFreeze" USING WS-FREEZE-PATH WS-AUDIT-LOG-PATH
099246         WS-INV-HOSTNAME WS-INV-IFACE WS-INV-IP
099247         WS-FZ-WINDOW-START WS-FZ-WINDOW-END WS-FZ-OVERRIDE
099248         WS-FZ-RESULT WS-FZ-FREEZE-NAME WS-FZ-MESSAGE.
099249     IF WS-FZ-NO-FILE
099250         DISPLAY "WARNING: no change-freeze calendar at "
099251             WS-FREEZE-PATH
099252         DISPLAY "         freeze checks skipped"
099253         SET WS-FREEZE-WARNED TO TRUE
099254         GO TO 4300-EXIT
099255     END-IF.
099256     IF WS-FZ-FROZEN
099257         DISPLAY "ERROR: host " WS-INV-HOSTNAME
099258             " is under a change freeze: " WS-FZ-MESSAGE
099259         MOVE "E" TO WS-ABORT-SWITCH
099260         GO TO 4300-EXIT
099261     END-IF.
099262     IF WS-FZ-OVERRIDDEN
099263         DISPLAY "WARNING: freeze overridden for host "
099264             WS-INV-HOSTNAME " under ticket " WS-FZ-OVERRIDE
099265         IF WS-INV-TICKET = SPACES
099266             MOVE WS-FZ-OVERRIDE TO WS-INV-TICKET
099267         END-IF
099268     END-IF.
099269 4300-EXIT.
099270     EXIT.
099271
099300***************************************************************
099400* 5000-BUILD-HOST-PARMS - load NP-PARMS with this one host's    *
099500*                         single-interface row                  *
100400     MOVE SPACES TO NP-IF-VLAN-LINK(1).
100500     MOVE 0 TO NP-IF-BOND-COUNT(1).
100600     MOVE 0 TO NP-IF-ROUTE-COUNT(1).
100610     MOVE WS-INV-MAC TO NP-IF-MACADDR(1).
100620     MOVE WS-INV-SETNAME TO NP-IF-SET-NAME(1).
100700     IF WS-INV-VLANID NOT = SPACES
100800        AND WS-INV-VLANLINK NOT = SPACES
100900         SET NP-IF-VLAN(1) TO TRUE
