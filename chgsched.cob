001900*      Request file is pipe-delimited, one request per line:    *
002000*        id|hostname|iface|ip/prefix|gateway|vlan-id|         *
002100*        vlan-link|requester|approver|status|window-start|      *
002200*        window-end|reason|mac[@set-name]|set-id                 *
002300*      with the window stamps as YYYYMMDDHHMM and status one    *
002400*      of PENDING, APPROVED, REJECTED, CANCELLED, DONE,         *
002500*      FAILED or EXPIRED.  The reason field carries the        *
003200*  USAGE.                                                        *
003300*      ChangeSched -add "<hostname>|<iface>|<ip/prefix>|        *
003400*                        <gateway>|<vlan-id>|<vlan-link>|        *
003500*                        <requester>|<start>|<end>[|             *
003550*                        <mac>[@<set-name>]]"                    *
003600*      (vlan-id and vlan-link may be left empty for a plain     *
003700*      physical interface, as in the batch inventory format;    *
003750*      the optional MAC pins a physical interface to its name)  *
003800*      ChangeSched -approve <req-id> <approver>                 *
003900*      ChangeSched -reject <req-id> <approver> "<reason>"       *
004000*      ChangeSched -cancel <req-id> <requester>                 *
004200*      ChangeSched -history <req-id>                            *
004300*      ChangeSched -ageing                                      *
004400*      ChangeSched -list                                        *
004410*      ChangeSched -newset <requester> <start> <end>            *
004420*                          "<description>"                       *
004430*      ChangeSched -join <req-id> <set-id>                       *
004440*      ChangeSched -approveset <set-id> <approver>               *
004450*      ChangeSched -cancelset <set-id> <requester>               *
004460*      ChangeSched -windowset <set-id> <start> <end>             *
004500*                                                                *
004600*      The approver of -approve and -reject may not be the      *
004700*      request's own requester; -cancel must come from the      *
004800*      requester on the record; -amend takes a PENDING (or a    *
004900*      HELD) request and leaves it PENDING for re-approval.     *
004910*                                                                *
004920*      -add, -amend and -approve refuse a change window that     *
004930*      overlaps a freeze on the change-freeze calendar for the   *
004940*      request's host or address.  HELD is ChangeExec's status   *
004950*      for an APPROVED request it found frozen when its window   *
004960*      came round.                                               *
004962*                                                                *
004964*      A change set ties requests that must go together (one     *
004966*      subnet renumber, one rack move) under one CSyyyymmddnnn   *
004968*      id, one approver and one window.  -newset opens it        *
004970*      PENDING, -join adds a PENDING request and gives it the    *
004972*      set's window, -approveset approves every member or none   *
004974*      (the approver may be neither the set's requester nor any  *
004976*      member's), -cancelset withdraws the set and its open      *
004978*      members and -windowset moves the set and its members to   *
004980*      a new window for re-approval.  A member is approved with  *
004982*      its set, never on its own; it can be amended only while   *
004983*      the set is PENDING and only within the set's window.      *
004984*      Cancelling or rejecting a member of a PENDING set drops   *
004985*      it out of the set; a member of an APPROVED or HELD set    *
004986*      cannot be cancelled on its own - withdraw the whole set   *
004987*      with -cancelset.  ChangeExec runs the members all-or-     *
004988*      nothing.  Sets are kept in planned-change-sets.dat, one   *
004989*      per line:                                                 *
004992*        id|requester|approver|status|window-start|window-end|   *
004994*        description                                             *
005000*                                                                *
005100*  MODIFICATION HISTORY.                                         *
005200*      2026-08-22  TJK  Initial version.                        *
006500*                       or the same host|interface pair are      *
006600*                       caught at a desk, not at 2am inside the  *
006700*                       change window.                           *
006701*      2026-10-15  TJK  -approve checks the approver against the *
006702*                       operator authorization file              *
006703*                       (CheckAuthorization) for the request's   *
006704*                       host and address; a refusal leaves the   *
006705*                       request PENDING and is logged as denied: *
006706*                       on the static-IP change log.             *
006707*      2026-10-15  TJK  Change-freeze calendar: -add, -amend and *
006708*                       -approve refuse a window that overlaps a *
006709*                       freeze covering the request's host or    *
006710*                       address (CheckFreeze).  A request        *
006711*                       ChangeExec HELD for a freeze can be      *
006712*                       re-windowed with -amend or cancelled.    *
006713*      2026-10-15  TJK  MAC binding: an optional tenth -add/     *
006714*                       -amend field <mac>[@<set-name>], kept as *
006715*                       a trailing request field, checked        *
006716*                       through ValidateMACAddr and against the  *
006717*                       MAC of every other open request.         *
006718*      2026-10-15  TJK  Change sets: -newset, -join, -approveset,*
006719*                       -cancelset and -windowset keep grouped   *
006720*                       requests on one id, approver and window; *
006721*                       -list and -ageing show a set as a unit.  *
006722*      2026-10-15  TJK  Approvals are authorized for the user    *
006723*                       running ChangeSched, not the approver    *
006724*                       name typed on the command line.          *
006734*      2026-10-15  TJK  Request record widened to 400; every     *
006744*                       line is built before the rewrite and one *
006754*                       too long for the file stops it.          *
006764*      2026-10-15  TJK  -cancel refuses a member of an APPROVED  *
006774*                       or HELD change set; -cancelset withdraws *
006784*                       the set whole.                           *
006800*                                                                *
006900***************************************************************
007000 IDENTIFICATION DIVISION.
008300     SELECT CR-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-HIST-STATUS.
008510     SELECT CS-SET-FILE ASSIGN DYNAMIC WS-SET-PATH
008520         ORGANIZATION IS LINE SEQUENTIAL
008530         FILE STATUS IS WS-SET-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CR-REQUEST-FILE.
009000 01  CR-REQUEST-RECORD         PIC X(400).
009100
009200 FD  CR-HISTORY-FILE.
009300 01  CR-HISTORY-RECORD         PIC X(200).
009400
009410 FD  CS-SET-FILE.
009420 01  CS-SET-RECORD             PIC X(200).
009430
009500 WORKING-STORAGE SECTION.
009600 01  WS-FILE-STATUS            PIC X(02).
009700 01  WS-HIST-STATUS            PIC X(02).
009710 01  WS-SET-STATUS             PIC X(02).
009800 01  WS-REQUEST-PATH           PIC X(100)
009900     VALUE "/etc/netplan/planned-changes.dat".
010000 01  WS-HISTORY-PATH           PIC X(100)
010100     VALUE "/etc/netplan/planned-changes-hist.dat".
010110 01  WS-SET-PATH               PIC X(100)
010120     VALUE "/etc/netplan/planned-change-sets.dat".
010200
010300 01  WS-ARGCOUNT               PIC 9(02) COMP VALUE 0.
010400 01  WS-ARG-TEXT               PIC X(250).
011100     88  WS-MODE-HISTORY                VALUE "H".
011200     88  WS-MODE-AGEING                 VALUE "G".
011300     88  WS-MODE-LIST                   VALUE "L".
011310     88  WS-MODE-NEWSET                 VALUE "N".
011320     88  WS-MODE-JOIN                   VALUE "J".
011330     88  WS-MODE-APPROVESET             VALUE "V".
011340     88  WS-MODE-CANCELSET              VALUE "X".
011350     88  WS-MODE-WINDOWSET              VALUE "W".
011400 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
011500     88  WS-ABORT                       VALUE "Y".
011520 01  WS-LINE-SWITCH            PIC X(01) VALUE "N".
011540     88  WS-LINE-TOO-LONG               VALUE "Y".
011560 01  WS-REQUEST-LINE           PIC X(400).
011600
011700 01  WS-REQ-COUNT              PIC 9(03) COMP VALUE 0.
011800 01  WS-REQ-TABLE.
013000         10  WS-RQ-START       PIC X(12).
013100         10  WS-RQ-END         PIC X(12).
013200         10  WS-RQ-REASON      PIC X(60).
013250         10  WS-RQ-MAC         PIC X(40).
013260         10  WS-RQ-SET-ID      PIC X(14).
013300 01  WS-IX                     PIC 9(03) COMP.
013302
013304*    Change sets - requests approved and run as one unit
013306 01  WS-SET-COUNT              PIC 9(03) COMP VALUE 0.
013308 01  WS-SET-TABLE.
013310     05  WS-SET                OCCURS 100 TIMES.
013312         10  WS-ST-ID          PIC X(14).
013314         10  WS-ST-REQUESTER   PIC X(20).
013316         10  WS-ST-APPROVER    PIC X(20).
013318         10  WS-ST-STATUS      PIC X(09).
013320         10  WS-ST-START       PIC X(12).
013322         10  WS-ST-END         PIC X(12).
013324         10  WS-ST-DESC        PIC X(60).
013326 01  WS-SET-IX                 PIC 9(03) COMP.
013328 01  WS-SET-FOUND-IX           PIC 9(03) COMP.
013330 01  WS-PICK-SET-ID            PIC X(14).
013332 01  WS-NEW-SET-ID             PIC X(14).
013334 01  WS-NEW-DESC               PIC X(60).
013336 01  WS-PIPE-CNT               PIC 9(03) COMP.
013338 01  WS-MEMBER-COUNT           PIC 9(03) VALUE 0.
013340 01  WS-SET-PENDING-COUNT      PIC 9(03) VALUE 0.
013342 01  WS-MEMBER-FAIL-SWITCH     PIC X(01) VALUE "N".
013344     88  WS-MEMBER-FAILED               VALUE "Y".
013354 01  WS-WIN-START              PIC X(12).
013364 01  WS-WIN-END                PIC X(12).
013400
013500 01  WS-NEW-HOSTNAME           PIC X(30).
013600 01  WS-NEW-IFACE              PIC X(20).
014200 01  WS-NEW-START              PIC X(12).
014300 01  WS-NEW-END                PIC X(12).
014400 01  WS-NEW-ID                 PIC X(14).
014410 01  WS-NEW-MAC-SPEC           PIC X(40).
014420 01  WS-NEW-MAC                PIC X(40).
014430 01  WS-NEW-SET-NAME           PIC X(40).
014440 01  WS-OTHER-MAC              PIC X(40).
014500 01  WS-PICK-ID                PIC X(14).
014600 01  WS-PICK-APPROVER          PIC X(20).
014700 01  WS-PICK-REQUESTER         PIC X(20).
016300 01  WS-AL-MESSAGE             PIC X(80).
016400 01  WS-ALLOC-WARN-SWITCH      PIC X(01) VALUE "N".
016500     88  WS-ALLOC-WARNED                VALUE "Y".
016510 01  WS-AUTH-PATH              PIC X(100)
016520     VALUE "/etc/netplan/operator-auth.dat".
016530 01  WS-AUDIT-LOG-PATH         PIC X(100)
016540     VALUE "/etc/netplan/static-ip-changes.log".
016545 01  WS-AZ-OPERATOR            PIC X(20) VALUE SPACES.
016550 01  WS-AZ-ACTION              PIC X(01) VALUE "A".
016555 01  WS-AZ-TICKET              PIC X(20).
016560 01  WS-AZ-RESULT              PIC X(01).
016570     88  WS-AZ-REFUSED                  VALUE "N".
016580     88  WS-AZ-NO-FILE                  VALUE "M".
016590 01  WS-AZ-MESSAGE             PIC X(80).
016591 01  WS-FREEZE-PATH            PIC X(100)
016592     VALUE "/etc/netplan/freeze-calendar.dat".
016593 01  WS-FZ-OVERRIDE            PIC X(20) VALUE SPACES.
016594 01  WS-FZ-RESULT              PIC X(01).
016595     88  WS-FZ-FROZEN                   VALUE "F".
016596     88  WS-FZ-NO-FILE                  VALUE "M".
016597 01  WS-FZ-FREEZE-NAME         PIC X(30).
016598 01  WS-FZ-MESSAGE             PIC X(80).
016600
016700 01  WS-DATE8                  PIC 9(08).
016800 01  WS-DATE8-X REDEFINES WS-DATE8
022200 01  WS-VN-VALID-SWITCH        PIC X(01).
022300     88  WS-VN-IS-VALID                 VALUE "Y".
022400 01  WS-VN-NAME-CHECK          PIC X(50).
022410 01  WS-VM-VALID-SWITCH        PIC X(01).
022420     88  WS-VM-IS-VALID                 VALUE "Y".
022430 01  WS-VM-MAC-CHECK           PIC X(17).
022500 01  WS-TRAIL-CNT              PIC 9(02) COMP.
022600
022700 PROCEDURE DIVISION.
024100         MOVE 16 TO RETURN-CODE
024200         GO TO 0000-EXIT
024300     END-IF.
024310     PERFORM 3200-LOAD-SETS THRU 3200-EXIT.
024320     IF WS-ABORT
024330         MOVE 16 TO RETURN-CODE
024340         GO TO 0000-EXIT
024350     END-IF.
024400     EVALUATE TRUE
024500         WHEN WS-MODE-ADD
024600             PERFORM 4000-ADD-REQUEST THRU 4000-EXIT
025800             PERFORM 6200-AGEING-REPORT THRU 6200-EXIT
025900         WHEN WS-MODE-LIST
026000             PERFORM 6000-LIST-REQUESTS THRU 6000-EXIT
026010         WHEN WS-MODE-NEWSET
026020             PERFORM 5400-NEW-SET THRU 5400-EXIT
026030         WHEN WS-MODE-JOIN
026040             PERFORM 5500-JOIN-SET THRU 5500-EXIT
026050         WHEN WS-MODE-APPROVESET
026060             PERFORM 5600-APPROVE-SET THRU 5600-EXIT
026070         WHEN WS-MODE-CANCELSET
026080             PERFORM 5700-CANCEL-SET THRU 5700-EXIT
026090         WHEN WS-MODE-WINDOWSET
026095             PERFORM 5800-WINDOW-SET THRU 5800-EXIT
026100     END-EVALUATE.
026200     IF WS-ABORT
026300         MOVE 16 TO RETURN-CODE
026800     STOP RUN.
026900
027000***************************************************************
027100* 2000-PARSE-ARGUMENTS - one of -add/-approve/-list, or a       *
027150*     change-set mode                                           *
027200***************************************************************
027300 2000-PARSE-ARGUMENTS.
027400     IF WS-ARGCOUNT < 1
034000             SET WS-MODE-AGEING TO TRUE
034100         WHEN "-list"
034200             SET WS-MODE-LIST TO TRUE
034201         WHEN "-newset"
034202             IF WS-ARGCOUNT < 5
034203                 PERFORM 2900-USAGE THRU 2900-EXIT
034204                 GO TO 2000-EXIT
034205             END-IF
034206             SET WS-MODE-NEWSET TO TRUE
034207             DISPLAY 2 UPON ARGUMENT-NUMBER
034208             ACCEPT WS-PICK-REQUESTER FROM ARGUMENT-VALUE
034209             DISPLAY 3 UPON ARGUMENT-NUMBER
034210             ACCEPT WS-WIN-START FROM ARGUMENT-VALUE
034211             DISPLAY 4 UPON ARGUMENT-NUMBER
034212             ACCEPT WS-WIN-END FROM ARGUMENT-VALUE
034213             DISPLAY 5 UPON ARGUMENT-NUMBER
034214             ACCEPT WS-NEW-DESC FROM ARGUMENT-VALUE
034215         WHEN "-join"
034216             IF WS-ARGCOUNT < 3
034217                 PERFORM 2900-USAGE THRU 2900-EXIT
034218                 GO TO 2000-EXIT
034219             END-IF
034220             SET WS-MODE-JOIN TO TRUE
034221             DISPLAY 2 UPON ARGUMENT-NUMBER
034222             ACCEPT WS-PICK-ID FROM ARGUMENT-VALUE
034223             DISPLAY 3 UPON ARGUMENT-NUMBER
034224             ACCEPT WS-PICK-SET-ID FROM ARGUMENT-VALUE
034225         WHEN "-approveset"
034226             IF WS-ARGCOUNT < 3
034227                 PERFORM 2900-USAGE THRU 2900-EXIT
034228                 GO TO 2000-EXIT
034229             END-IF
034230             SET WS-MODE-APPROVESET TO TRUE
034231             DISPLAY 2 UPON ARGUMENT-NUMBER
034232             ACCEPT WS-PICK-SET-ID FROM ARGUMENT-VALUE
034233             DISPLAY 3 UPON ARGUMENT-NUMBER
034234             ACCEPT WS-PICK-APPROVER FROM ARGUMENT-VALUE
034235         WHEN "-cancelset"
034236             IF WS-ARGCOUNT < 3
034237                 PERFORM 2900-USAGE THRU 2900-EXIT
034238                 GO TO 2000-EXIT
034239             END-IF
034240             SET WS-MODE-CANCELSET TO TRUE
034241             DISPLAY 2 UPON ARGUMENT-NUMBER
034242             ACCEPT WS-PICK-SET-ID FROM ARGUMENT-VALUE
034243             DISPLAY 3 UPON ARGUMENT-NUMBER
034244             ACCEPT WS-PICK-REQUESTER FROM ARGUMENT-VALUE
034245         WHEN "-windowset"
034246             IF WS-ARGCOUNT < 4
034247                 PERFORM 2900-USAGE THRU 2900-EXIT
034248                 GO TO 2000-EXIT
034249             END-IF
034250             SET WS-MODE-WINDOWSET TO TRUE
034251             DISPLAY 2 UPON ARGUMENT-NUMBER
034252             ACCEPT WS-PICK-SET-ID FROM ARGUMENT-VALUE
034253             DISPLAY 3 UPON ARGUMENT-NUMBER
034254             ACCEPT WS-WIN-START FROM ARGUMENT-VALUE
034255             DISPLAY 4 UPON ARGUMENT-NUMBER
034256             ACCEPT WS-WIN-END FROM ARGUMENT-VALUE
034300         WHEN OTHER
034400             PERFORM 2900-USAGE THRU 2900-EXIT
034500     END-EVALUATE.
035300     DISPLAY "Usage: ChangeSched -add "
035400         """<host>|<iface>|<ip/pfx>|<gw>|<vlan-id>|"
035500         "<vlan-link>|<requester>|"
035600         "<start YYYYMMDDHHMM>|<end YYYYMMDDHHMM>"
035650         "[|<mac>[@<set-name>]]""".
035700     DISPLAY "       (vlan-id and vlan-link may be left"
035800         " empty for a plain physical interface)".
035900     DISPLAY "   or: ChangeSched -approve <req-id> <approver>".
036500     DISPLAY "   or: ChangeSched -history <req-id>".
036600     DISPLAY "   or: ChangeSched -ageing".
036700     DISPLAY "   or: ChangeSched -list".
036710     DISPLAY "   or: ChangeSched -newset <requester> <start>"
036720         " <end> ""<description>""".
036730     DISPLAY "   or: ChangeSched -join <req-id> <set-id>".
036740     DISPLAY "   or: ChangeSched -approveset <set-id>"
036750         " <approver>".
036760     DISPLAY "   or: ChangeSched -cancelset <set-id>"
036770         " <requester>".
036780     DISPLAY "   or: ChangeSched -windowset <set-id> <start>"
036790         " <end>".
036800     SET WS-ABORT TO TRUE.
036900 2900-EXIT.
037000     EXIT.
042300              WS-RQ-VLANLINK(WS-IX) WS-RQ-REQUESTER(WS-IX)
042400              WS-RQ-APPROVER(WS-IX) WS-RQ-STATUS(WS-IX)
042500              WS-RQ-START(WS-IX) WS-RQ-END(WS-IX)
042600              WS-RQ-REASON(WS-IX) WS-RQ-MAC(WS-IX)
042650              WS-RQ-SET-ID(WS-IX).
042700 3100-EXIT.
042800     EXIT.
042900
046300     MOVE "PENDING" TO WS-RQ-STATUS(WS-IX).
046400     MOVE WS-NEW-START TO WS-RQ-START(WS-IX).
046500     MOVE WS-NEW-END TO WS-RQ-END(WS-IX).
046550     MOVE WS-NEW-MAC-SPEC TO WS-RQ-MAC(WS-IX).
046600     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
046620     IF WS-ABORT
046640         GO TO 4000-EXIT
046660     END-IF.
046700     MOVE WS-NEW-ID TO WS-HIST-ID.
046800     MOVE WS-NEW-REQUESTER TO WS-HIST-ACTOR.
046900     MOVE "NONE" TO WS-HIST-OLD-STATUS.
047500     EXIT.
047600
047700***************************************************************
047800* 4300-PARSE-NEW-SPEC - split the 9- or 10-field request spec   *
047900*     in WS-ARG-TEXT into the WS-NEW fields and make sure       *
048000*     nothing required is missing; shared by -add and -amend    *
048100***************************************************************
048200 4300-PARSE-NEW-SPEC.
048300     MOVE SPACES TO WS-NEW-HOSTNAME WS-NEW-IFACE WS-NEW-IP
048400         WS-NEW-GATEWAY WS-NEW-VLANID WS-NEW-VLANLINK
048500         WS-NEW-REQUESTER WS-NEW-START WS-NEW-END
048550         WS-NEW-MAC-SPEC.
048600     UNSTRING WS-ARG-TEXT DELIMITED BY "|"
048700         INTO WS-NEW-HOSTNAME WS-NEW-IFACE WS-NEW-IP
048800              WS-NEW-GATEWAY WS-NEW-VLANID WS-NEW-VLANLINK
048900              WS-NEW-REQUESTER WS-NEW-START WS-NEW-END
048950              WS-NEW-MAC-SPEC.
049000     IF WS-NEW-HOSTNAME = SPACES OR WS-NEW-IFACE = SPACES
049100         OR WS-NEW-IP = SPACES OR WS-NEW-GATEWAY = SPACES
049200         OR WS-NEW-REQUESTER = SPACES
050100***************************************************************
050200* 4500-VALIDATE-NEW-FIELDS - the checks every filed or amended  *
050300*     request must pass before it reaches the file: names and   *
050400*     addresses, vlan pairing, MAC binding, window stamps.      *
050500*     WS-FOUND-IX carries the slot an amend will overwrite      *
050600*     (0 for -add) so cross-checks can skip its own row.        *
050700***************************************************************
050800 4500-VALIDATE-NEW-FIELDS.
050900     IF (WS-NEW-VLANID = SPACES
057600         SET WS-ABORT TO TRUE
057700         GO TO 4500-EXIT
057800     END-IF.
057810     IF WS-NEW-MAC-SPEC NOT = SPACES
057820         PERFORM 4550-VALIDATE-MAC-BINDING THRU 4550-EXIT
057830         IF WS-ABORT
057840             GO TO 4500-EXIT
057850         END-IF
057860     END-IF.
057900     PERFORM 4600-CHECK-ALLOCATION THRU 4600-EXIT.
058000     IF WS-ABORT
058100         GO TO 4500-EXIT
058200     END-IF.
058300     PERFORM 4700-CROSS-CHECK-REQUESTS THRU 4700-EXIT.
058310     IF WS-ABORT
058320         GO TO 4500-EXIT
058330     END-IF.
058340     PERFORM 4800-CHECK-FREEZE THRU 4800-EXIT.
058400 4500-EXIT.
058500     EXIT.
058600
058601***************************************************************
058602* 4550-VALIDATE-MAC-BINDING - <mac>[@<set-name>]: the MAC must  *
058603*     pass ValidateMACAddr, the set-name must be a safe name,   *
058604*     and a VLAN request cannot be pinned.  The spec is put     *
058605*     back together with the MAC in lower case so the file and  *
058606*     the cross-check see one spelling                          *
058607***************************************************************
058608 4550-VALIDATE-MAC-BINDING.
058609     MOVE SPACES TO WS-NEW-MAC WS-NEW-SET-NAME.
058610     UNSTRING WS-NEW-MAC-SPEC DELIMITED BY "@"
058611         INTO WS-NEW-MAC WS-NEW-SET-NAME.
058612     IF WS-NEW-MAC(18:) NOT = SPACES
058613        OR WS-NEW-SET-NAME(21:) NOT = SPACES
058614         DISPLAY "ERROR: MAC binding needs <mac>[@<set-name>], "
058615             "got " WS-NEW-MAC-SPEC
058616         SET WS-ABORT TO TRUE
058617         GO TO 4550-EXIT
058618     END-IF.
058619     IF WS-NEW-VLANID NOT = SPACES
058620         DISPLAY "ERROR: a MAC binding is only allowed on a "
058621             "physical interface"
058622         SET WS-ABORT TO TRUE
058623         GO TO 4550-EXIT
058624     END-IF.
058625     MOVE WS-NEW-MAC TO WS-VM-MAC-CHECK.
058626     CALL "ValidateMACAddr" USING WS-VM-MAC-CHECK
058627         WS-VM-VALID-SWITCH.
058628     IF NOT WS-VM-IS-VALID
058629         DISPLAY "ERROR: invalid MAC address: " WS-NEW-MAC
058630         SET WS-ABORT TO TRUE
058631         GO TO 4550-EXIT
058632     END-IF.
058633     MOVE WS-VM-MAC-CHECK TO WS-NEW-MAC.
058634     IF WS-NEW-SET-NAME NOT = SPACES
058635         MOVE SPACES TO WS-VN-NAME-CHECK
058636         MOVE WS-NEW-SET-NAME TO WS-VN-NAME-CHECK
058637         CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
058638             WS-VN-VALID-SWITCH
058639         IF NOT WS-VN-IS-VALID
058640             DISPLAY "ERROR: invalid set-name: " WS-NEW-SET-NAME
058641             SET WS-ABORT TO TRUE
058642             GO TO 4550-EXIT
058643         END-IF
058644     END-IF.
058645     MOVE SPACES TO WS-NEW-MAC-SPEC.
058646     IF WS-NEW-SET-NAME = SPACES
058647         MOVE WS-NEW-MAC TO WS-NEW-MAC-SPEC
058648     ELSE
058649         STRING WS-NEW-MAC DELIMITED BY SPACE
058650             "@" DELIMITED BY SIZE
058651             WS-NEW-SET-NAME DELIMITED BY SPACE
058652             INTO WS-NEW-MAC-SPEC
058653     END-IF.
058654 4550-EXIT.
058655     EXIT.
058656
058700***************************************************************
058800* 4600-CHECK-ALLOCATION - the same master check a push gets,    *
058900*     run while someone is still at a desk to fix a rejected    *
062100
062200***************************************************************
062300* 4700-CROSS-CHECK-REQUESTS - no other PENDING or APPROVED      *
062400*     request may already claim this address, this              *
062450*     host|interface pair or this MAC; the request's own        *
062500*     slot (an amend or an approval re-check, WS-FOUND-IX)      *
062600*     is skipped                                                *
062700***************************************************************
062800 4700-CROSS-CHECK-REQUESTS.
062900     MOVE SPACES TO WS-NEW-ADDR-PART.
063300             UNTIL WS-JX > WS-REQ-COUNT OR WS-ABORT
063400         IF WS-JX NOT = WS-FOUND-IX
063500            AND (WS-RQ-STATUS(WS-JX) = "PENDING"
063600             OR WS-RQ-STATUS(WS-JX) = "APPROVED"
063650             OR WS-RQ-STATUS(WS-JX) = "HELD")
063700             PERFORM 4710-CHECK-ONE-REQUEST THRU 4710-EXIT
063800         END-IF
063900     END-PERFORM.
066100             WS-RQ-STATUS(WS-JX) ") already claims "
066200             WS-NEW-HOSTNAME "|" WS-NEW-IFACE
066300         SET WS-ABORT TO TRUE
066310         GO TO 4710-EXIT
066400     END-IF.
066410     IF WS-NEW-MAC-SPEC = SPACES OR WS-RQ-MAC(WS-JX) = SPACES
066420         GO TO 4710-EXIT
066430     END-IF.
066440     MOVE SPACES TO WS-OTHER-MAC.
066450     UNSTRING WS-RQ-MAC(WS-JX) DELIMITED BY "@"
066460         INTO WS-OTHER-MAC.
066470     INSPECT WS-OTHER-MAC CONVERTING "ABCDEF" TO "abcdef".
066480     IF WS-OTHER-MAC = WS-NEW-MAC
066490         DISPLAY "ERROR: " WS-RQ-ID(WS-JX) " ("
066492             WS-RQ-STATUS(WS-JX) ") already binds MAC "
066494             WS-NEW-MAC
066496         SET WS-ABORT TO TRUE
066498     END-IF.
066500 4710-EXIT.
066600     EXIT.
066700
066702***************************************************************
066704* 4800-CHECK-FREEZE - the change window may not overlap a       *
066706*     freeze covering this host or address; a box with no       *
066708*     freeze calendar gets a warning and no freeze check        *
066710***************************************************************
066712 4800-CHECK-FREEZE.
066714     CALL "CheckFreeze" USING WS-FREEZE-PATH WS-AUDIT-LOG-PATH
066716         WS-NEW-HOSTNAME WS-NEW-IFACE WS-NEW-IP
066718         WS-NEW-START WS-NEW-END WS-FZ-OVERRIDE
066720         WS-FZ-RESULT WS-FZ-FREEZE-NAME WS-FZ-MESSAGE.
066722     IF WS-FZ-NO-FILE
066724         DISPLAY "WARNING: no change-freeze calendar at "
066726             WS-FREEZE-PATH
066728         DISPLAY "         freeze checks skipped"
066730         GO TO 4800-EXIT
066732     END-IF.
066734     IF WS-FZ-FROZEN
066736         DISPLAY "ERROR: window " WS-NEW-START "-" WS-NEW-END
066738             " overlaps " WS-FZ-MESSAGE
066740         SET WS-ABORT TO TRUE
066742     END-IF.
066744 4800-EXIT.
066746     EXIT.
066800***************************************************************
066900* 4100-ASSIGN-REQUEST-ID - CRyyyymmddnnn, nnn one past the      *
067000*                          highest already filed today          *
071400         SET WS-ABORT TO TRUE
071500         GO TO 5000-EXIT
071600     END-IF.
071610     IF WS-RQ-SET-ID(WS-FOUND-IX) NOT = SPACES
071620         DISPLAY "ERROR: request " WS-PICK-ID " is a member of"
071630             " change set " WS-RQ-SET-ID(WS-FOUND-IX)
071640         DISPLAY "       approve the set with -approveset"
071650         SET WS-ABORT TO TRUE
071660         GO TO 5000-EXIT
071670     END-IF.
071700     MOVE SPACES TO WS-VN-NAME-CHECK.
071800     MOVE WS-PICK-APPROVER TO WS-VN-NAME-CHECK.
071900     CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
074100     MOVE WS-RQ-VLANLINK(WS-FOUND-IX) TO WS-NEW-VLANLINK.
074200     MOVE WS-RQ-START(WS-FOUND-IX) TO WS-NEW-START.
074300     MOVE WS-RQ-END(WS-FOUND-IX) TO WS-NEW-END.
074350     MOVE WS-RQ-MAC(WS-FOUND-IX) TO WS-NEW-MAC-SPEC.
074400     PERFORM 4500-VALIDATE-NEW-FIELDS THRU 4500-EXIT.
074500     IF WS-ABORT
074600         DISPLAY "Request " WS-PICK-ID " not approved -"
074700             " amend or reject it"
074800         GO TO 5000-EXIT
074900     END-IF.
074920     PERFORM 5050-CHECK-AUTHORIZATION THRU 5050-EXIT.
074940     IF WS-ABORT
074960         GO TO 5000-EXIT
074980     END-IF.
075000     MOVE "APPROVED" TO WS-RQ-STATUS(WS-FOUND-IX).
075100     MOVE WS-PICK-APPROVER TO WS-RQ-APPROVER(WS-FOUND-IX).
075200     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
075220     IF WS-ABORT
075240         GO TO 5000-EXIT
075260     END-IF.
075300     MOVE WS-PICK-ID TO WS-HIST-ID.
075400     MOVE WS-PICK-APPROVER TO WS-HIST-ACTOR.
075500     MOVE "PENDING" TO WS-HIST-OLD-STATUS.
076100 5000-EXIT.
076200     EXIT.
076300
076302***************************************************************
076304* 5050-CHECK-AUTHORIZATION - the user running the approval      *
076306*     (USER/LOGNAME, as the push drivers check it - never the   *
076307*     approver name typed on the command line) must be allowed  *
076308*     to approve changes to this host and address; no           *
076309*     authorization file gets a warning and the historical      *
076310*     unchecked behaviour                                       *
076312***************************************************************
076314 5050-CHECK-AUTHORIZATION.
076315     MOVE WS-PICK-ID TO WS-AZ-TICKET.
076316     CALL "CheckAuthorization" USING WS-AUTH-PATH
076318         WS-AUDIT-LOG-PATH WS-AZ-OPERATOR WS-AZ-ACTION
076320         WS-RQ-HOSTNAME(WS-FOUND-IX) WS-RQ-IFACE(WS-FOUND-IX)
076322         WS-RQ-IP(WS-FOUND-IX) WS-AZ-TICKET
076324         WS-AZ-RESULT WS-AZ-MESSAGE.
076326     IF WS-AZ-NO-FILE
076328         DISPLAY "WARNING: no operator authorization file at "
076330             WS-AUTH-PATH
076332         DISPLAY "         authorization checks skipped"
076334         GO TO 5050-EXIT
076336     END-IF.
076338     IF WS-AZ-REFUSED
076340         DISPLAY "ERROR: " WS-AZ-MESSAGE
076342         DISPLAY "Request " WS-PICK-ID " not approved"
076344         SET WS-ABORT TO TRUE
076346     END-IF.
076348 5050-EXIT.
076350     EXIT.
076375
076400***************************************************************
076500* 5100-REJECT-REQUEST - PENDING to REJECTED with the approver   *
076600*     and the grounds on the record; the requester may not      *
080200     MOVE WS-PICK-APPROVER TO WS-RQ-APPROVER(WS-FOUND-IX).
080300     MOVE WS-REASON-TEXT TO WS-RQ-REASON(WS-FOUND-IX).
080400     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
080420     IF WS-ABORT
080440         GO TO 5100-EXIT
080460     END-IF.
080500     MOVE WS-PICK-ID TO WS-HIST-ID.
080600     MOVE WS-PICK-APPROVER TO WS-HIST-ACTOR.
080700     MOVE "PENDING" TO WS-HIST-OLD-STATUS.
082400     END-IF.
082500     IF WS-RQ-STATUS(WS-FOUND-IX) NOT = "PENDING"
082600        AND WS-RQ-STATUS(WS-FOUND-IX) NOT = "APPROVED"
082650        AND WS-RQ-STATUS(WS-FOUND-IX) NOT = "HELD"
082700         DISPLAY "ERROR: request " WS-PICK-ID " is "
082800             WS-RQ-STATUS(WS-FOUND-IX)
082900             " and can no longer be cancelled"
083000         SET WS-ABORT TO TRUE
083100         GO TO 5200-EXIT
083200     END-IF.
083210     IF WS-RQ-SET-ID(WS-FOUND-IX) NOT = SPACES
083220         PERFORM 5210-CHECK-MEMBER-CANCEL THRU 5210-EXIT
083230         IF WS-ABORT
083240             GO TO 5200-EXIT
083250         END-IF
083260     END-IF.
083300     IF WS-PICK-REQUESTER NOT =
083400        WS-RQ-REQUESTER(WS-FOUND-IX)
083500         DISPLAY "ERROR: request " WS-PICK-ID
084200     MOVE WS-RQ-STATUS(WS-FOUND-IX) TO WS-HIST-OLD-STATUS.
084300     MOVE "CANCELLED" TO WS-RQ-STATUS(WS-FOUND-IX).
084400     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
084420     IF WS-ABORT
084440         GO TO 5200-EXIT
084460     END-IF.
084500     MOVE WS-PICK-ID TO WS-HIST-ID.
084600     MOVE WS-PICK-REQUESTER TO WS-HIST-ACTOR.
084700     MOVE "CANCELLED" TO WS-HIST-NEW-STATUS.
084800     MOVE SPACES TO WS-HIST-NOTE.
084810     IF WS-RQ-SET-ID(WS-FOUND-IX) NOT = SPACES
084820         STRING "dropped out of change set " DELIMITED BY SIZE
084830             WS-RQ-SET-ID(WS-FOUND-IX) DELIMITED BY SPACE
084840             INTO WS-HIST-NOTE
084850     END-IF.
084900     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
085000     DISPLAY "Request " WS-PICK-ID " CANCELLED by "
085100         WS-PICK-REQUESTER.
085200 5200-EXIT.
085300     EXIT.
085400
085402***************************************************************
085404* 5210-CHECK-MEMBER-CANCEL - a member of a change set can be    *
085406*     cancelled on its own only while its set is PENDING; an    *
085408*     approved or held set runs all-or-nothing, so it is        *
085410*     withdrawn whole with -cancelset                           *
085412***************************************************************
085414 5210-CHECK-MEMBER-CANCEL.
085416     MOVE WS-RQ-SET-ID(WS-FOUND-IX) TO WS-PICK-SET-ID.
085418     PERFORM 5960-LOOK-UP-SET THRU 5960-EXIT.
085420     IF WS-SET-FOUND-IX = 0
085422         GO TO 5210-EXIT
085424     END-IF.
085426     IF WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "PENDING"
085428         DISPLAY "ERROR: request " WS-PICK-ID " belongs to change"
085430             " set " WS-PICK-SET-ID ", which is "
085432             WS-ST-STATUS(WS-SET-FOUND-IX)
085434         DISPLAY "       only a member of a PENDING set can be"
085436             " cancelled - withdraw the set with -cancelset"
085438         SET WS-ABORT TO TRUE
085440     END-IF.
085442 5210-EXIT.
085444     EXIT.
085446
085500***************************************************************
085600* 5300-AMEND-REQUEST - replace a PENDING request's fields from  *
085700*     a fresh spec; it stays PENDING and its approval (if any   *
086300         GO TO 5300-EXIT
086400     END-IF.
086500     IF WS-RQ-STATUS(WS-FOUND-IX) NOT = "PENDING"
086550        AND WS-RQ-STATUS(WS-FOUND-IX) NOT = "HELD"
086600         DISPLAY "ERROR: request " WS-PICK-ID " is "
086700             WS-RQ-STATUS(WS-FOUND-IX) ", not PENDING -"
086800             " only a PENDING or HELD request can be amended"
086900         SET WS-ABORT TO TRUE
087000         GO TO 5300-EXIT
087100     END-IF.
087150     MOVE WS-RQ-STATUS(WS-FOUND-IX) TO WS-HIST-OLD-STATUS.
087200     PERFORM 4300-PARSE-NEW-SPEC THRU 4300-EXIT.
087300     IF WS-ABORT
087400         GO TO 5300-EXIT
087500     END-IF.
087510     IF WS-RQ-SET-ID(WS-FOUND-IX) NOT = SPACES
087520         PERFORM 5310-CHECK-MEMBER-AMEND THRU 5310-EXIT
087530         IF WS-ABORT
087540             GO TO 5300-EXIT
087550         END-IF
087560     END-IF.
087600     PERFORM 4500-VALIDATE-NEW-FIELDS THRU 4500-EXIT.
087700     IF WS-ABORT
087800         GO TO 5300-EXIT
088900     MOVE "PENDING" TO WS-RQ-STATUS(WS-FOUND-IX).
089000     MOVE WS-NEW-START TO WS-RQ-START(WS-FOUND-IX).
089100     MOVE WS-NEW-END TO WS-RQ-END(WS-FOUND-IX).
089150     MOVE WS-NEW-MAC-SPEC TO WS-RQ-MAC(WS-FOUND-IX).
089200     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
089220     IF WS-ABORT
089240         GO TO 5300-EXIT
089260     END-IF.
089300     MOVE WS-PICK-ID TO WS-HIST-ID.
089400     MOVE WS-NEW-REQUESTER TO WS-HIST-ACTOR.
089600     MOVE "PENDING" TO WS-HIST-NEW-STATUS.
089700     MOVE "amended" TO WS-HIST-NOTE.
089800     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
092100     EXIT.
092200
092300***************************************************************
092400* 6000-LIST-REQUESTS - each change set with its members         *
092450*     beneath it, then the requests not in a set                *
092500***************************************************************
092600 6000-LIST-REQUESTS.
092700     IF WS-REQ-COUNT = 0 AND WS-SET-COUNT = 0
092800         DISPLAY "No planned changes on file."
092900         GO TO 6000-EXIT
093000     END-IF.
093010     PERFORM VARYING WS-SET-IX FROM 1 BY 1
093020             UNTIL WS-SET-IX > WS-SET-COUNT
093030         PERFORM 6020-LIST-ONE-SET THRU 6020-EXIT
093040     END-PERFORM.
093050     IF WS-SET-COUNT > 0
093060         DISPLAY "Requests not in a change set:"
093070     END-IF.
093100     PERFORM VARYING WS-IX FROM 1 BY 1
093200             UNTIL WS-IX > WS-REQ-COUNT
093300         MOVE WS-RQ-SET-ID(WS-IX) TO WS-PICK-SET-ID
093400         PERFORM 5960-LOOK-UP-SET THRU 5960-EXIT
093500         IF WS-SET-FOUND-IX = 0
093600             PERFORM 6010-LIST-ONE-REQUEST THRU 6010-EXIT
094400         END-IF
094500     END-PERFORM.
094600 6000-EXIT.
095000* 7000-REWRITE-REQUESTS - whole table back to the request file  *
095100***************************************************************
095200 7000-REWRITE-REQUESTS.
095205*    Every line is built before the file is opened, so a request
095210*    too long for the file leaves the file as it was
095215     MOVE "N" TO WS-LINE-SWITCH.
095220     PERFORM VARYING WS-IX FROM 1 BY 1
095225             UNTIL WS-IX > WS-REQ-COUNT OR WS-LINE-TOO-LONG
095230         PERFORM 7010-BUILD-REQUEST-LINE THRU 7010-EXIT
095235     END-PERFORM.
095240     IF WS-LINE-TOO-LONG
095245         SET WS-ABORT TO TRUE
095250         GO TO 7000-EXIT
095255     END-IF.
095300     OPEN OUTPUT CR-REQUEST-FILE.
095400     IF WS-FILE-STATUS NOT = "00"
095500         DISPLAY "ERROR: cannot rewrite request file "
095900     END-IF.
096000     PERFORM VARYING WS-IX FROM 1 BY 1
096100             UNTIL WS-IX > WS-REQ-COUNT
096200         PERFORM 7010-BUILD-REQUEST-LINE THRU 7010-EXIT
096300         WRITE CR-REQUEST-RECORD FROM WS-REQUEST-LINE
099000     END-PERFORM.
099100     CLOSE CR-REQUEST-FILE.
099200 7000-EXIT.
099300     EXIT.
099400
099402***************************************************************
099404* 7010-BUILD-REQUEST-LINE - one request table entry as a line   *
099406*     of the request file                                       *
099408***************************************************************
099410 7010-BUILD-REQUEST-LINE.
099412     MOVE SPACES TO WS-REQUEST-LINE.
099414     STRING WS-RQ-ID(WS-IX) DELIMITED BY SPACE
099416         "|" DELIMITED BY SIZE
099418         WS-RQ-HOSTNAME(WS-IX) DELIMITED BY SPACE
099420         "|" DELIMITED BY SIZE
099422         WS-RQ-IFACE(WS-IX) DELIMITED BY SPACE
099424         "|" DELIMITED BY SIZE
099426         WS-RQ-IP(WS-IX) DELIMITED BY SPACE
099428         "|" DELIMITED BY SIZE
099430         WS-RQ-GATEWAY(WS-IX) DELIMITED BY SPACE
099432         "|" DELIMITED BY SIZE
099434         WS-RQ-VLANID(WS-IX) DELIMITED BY SPACE
099436         "|" DELIMITED BY SIZE
099438         WS-RQ-VLANLINK(WS-IX) DELIMITED BY SPACE
099440         "|" DELIMITED BY SIZE
099442         WS-RQ-REQUESTER(WS-IX) DELIMITED BY SPACE
099444         "|" DELIMITED BY SIZE
099446         WS-RQ-APPROVER(WS-IX) DELIMITED BY SPACE
099448         "|" DELIMITED BY SIZE
099450         WS-RQ-STATUS(WS-IX) DELIMITED BY SPACE
099452         "|" DELIMITED BY SIZE
099454         WS-RQ-START(WS-IX) DELIMITED BY SPACE
099456         "|" DELIMITED BY SIZE
099458         WS-RQ-END(WS-IX) DELIMITED BY SPACE
099460         "|" DELIMITED BY SIZE
099462         WS-RQ-REASON(WS-IX) DELIMITED BY "  "
099464         "|" DELIMITED BY SIZE
099466         WS-RQ-MAC(WS-IX) DELIMITED BY SPACE
099468         "|" DELIMITED BY SIZE
099470         WS-RQ-SET-ID(WS-IX) DELIMITED BY SPACE
099472         INTO WS-REQUEST-LINE
099474         ON OVERFLOW
099476             DISPLAY "ERROR: request " WS-RQ-ID(WS-IX)
099478                 " is too long for the request file - not"
099480                 " rewritten"
099482             SET WS-LINE-TOO-LONG TO TRUE
099484     END-STRING.
099486 7010-EXIT.
099488     EXIT.
099490
099500***************************************************************
099600* 6100-SHOW-HISTORY - every transition the history file holds   *
099700*     for one request, in the order they were written           *
104300     EXIT.
104400
104500***************************************************************
104600* 6200-AGEING-REPORT - PENDING change sets, then PENDING        *
104700*     requests not in a set, by days waiting; the filing date   *
104720*     is read straight out of the CSyyyymmddnnn or              *
104740*     CRyyyymmddnnn id                                          *
104800***************************************************************
104900 6200-AGEING-REPORT.
105000     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
105100     MOVE WS-DATE8 TO WS-D2D-DATE.
105200     PERFORM 8100-DATE-TO-SERIAL THRU 8100-EXIT.
105300     MOVE WS-D2D-SERIAL TO WS-D2D-TODAY.
105305     IF WS-SET-COUNT > 0
105310         DISPLAY "PENDING change sets by days waiting:"
105315         MOVE 0 TO WS-SET-PENDING-COUNT
105320         PERFORM VARYING WS-SET-IX FROM 1 BY 1
105325                 UNTIL WS-SET-IX > WS-SET-COUNT
105330             IF WS-ST-STATUS(WS-SET-IX) = "PENDING"
105335                 PERFORM 6220-AGE-ONE-SET THRU 6220-EXIT
105350             END-IF
105355         END-PERFORM
105360         IF WS-SET-PENDING-COUNT = 0
105365             DISPLAY "  (none)"
105370         ELSE
105375             DISPLAY WS-SET-PENDING-COUNT
105380                 " change set(s) awaiting approval."
105385         END-IF
105390     END-IF.
105400     DISPLAY "PENDING requests by days waiting:".
105500     MOVE 0 TO WS-PENDING-COUNT.
105600     PERFORM VARYING WS-IX FROM 1 BY 1
105700             UNTIL WS-IX > WS-REQ-COUNT
105800         IF WS-RQ-STATUS(WS-IX) = "PENDING"
105900             MOVE WS-RQ-SET-ID(WS-IX) TO WS-PICK-SET-ID
105910             PERFORM 5960-LOOK-UP-SET THRU 5960-EXIT
105920             IF WS-SET-FOUND-IX = 0
105930                 PERFORM 6210-AGE-ONE-REQUEST THRU 6210-EXIT
105940             ELSE
105950                 IF WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "PENDING"
105960                     PERFORM 6210-AGE-ONE-REQUEST THRU 6210-EXIT
105970                 END-IF
105980             END-IF
106000         END-IF
106100     END-PERFORM.
106200     IF WS-PENDING-COUNT = 0
115000 8100-EXIT.
115100     EXIT.
115200
115300***************************************************************
115400* 3200-LOAD-SETS - the change-set file into its table; no       *
115500*     file means no set has been opened, a normal state         *
115600***************************************************************
115700 3200-LOAD-SETS.
115800     MOVE 0 TO WS-SET-COUNT.
115900     OPEN INPUT CS-SET-FILE.
116000     IF WS-SET-STATUS = "35"
116100         GO TO 3200-EXIT
116200     END-IF.
116300     IF WS-SET-STATUS NOT = "00"
116400         DISPLAY "ERROR: cannot open change-set file "
116500             WS-SET-PATH
116600         SET WS-ABORT TO TRUE
116700         GO TO 3200-EXIT
116800     END-IF.
116900     PERFORM UNTIL WS-SET-STATUS = "10"
117000         READ CS-SET-FILE
117100             AT END
117200                 MOVE "10" TO WS-SET-STATUS
117300             NOT AT END
117400                 IF CS-SET-RECORD NOT = SPACES
117500                     IF WS-SET-COUNT >= 100
117600                         DISPLAY "ERROR: change-set file holds"
117700                             " more than 100 sets - purge"
117800                             " closed sets"
117900                         SET WS-ABORT TO TRUE
118000                         MOVE "10" TO WS-SET-STATUS
118100                     ELSE
118200                         ADD 1 TO WS-SET-COUNT
118300                         PERFORM 3210-PARSE-SET THRU 3210-EXIT
118400                     END-IF
118500                 END-IF
118600         END-READ
118700     END-PERFORM.
118800     CLOSE CS-SET-FILE.
118900 3200-EXIT.
119000     EXIT.
119100
119200***************************************************************
119300* 3210-PARSE-SET - one pipe-delimited set row into the table    *
119400*                  slot at WS-SET-COUNT                         *
119500***************************************************************
119600 3210-PARSE-SET.
119700     MOVE WS-SET-COUNT TO WS-IX.
119800     MOVE SPACES TO WS-SET(WS-IX).
119900     UNSTRING CS-SET-RECORD DELIMITED BY "|"
120000         INTO WS-ST-ID(WS-IX) WS-ST-REQUESTER(WS-IX)
120100              WS-ST-APPROVER(WS-IX) WS-ST-STATUS(WS-IX)
120200              WS-ST-START(WS-IX) WS-ST-END(WS-IX)
120300              WS-ST-DESC(WS-IX).
120400 3210-EXIT.
120500     EXIT.
120600
120700***************************************************************
120800* 4150-ASSIGN-SET-ID - CSyyyymmddnnn, nnn one past the highest  *
120900*                      set already opened today                 *
121000***************************************************************
121100 4150-ASSIGN-SET-ID.
121200     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
121300     MOVE 0 TO WS-SEQ-MAX.
121400     PERFORM VARYING WS-IX FROM 1 BY 1
121500             UNTIL WS-IX > WS-SET-COUNT
121600         IF WS-ST-ID(WS-IX)(3:8) = WS-DATE8-X
121700            AND WS-ST-ID(WS-IX)(11:3) IS NUMERIC
121800             MOVE WS-ST-ID(WS-IX)(11:3) TO WS-SEQ-NUM
121900             IF WS-SEQ-NUM > WS-SEQ-MAX
122000                 MOVE WS-SEQ-NUM TO WS-SEQ-MAX
122100             END-IF
122200         END-IF
122300     END-PERFORM.
122400     COMPUTE WS-SEQ-NUM = WS-SEQ-MAX + 1.
122500     MOVE SPACES TO WS-NEW-SET-ID.
122600     STRING "CS" DELIMITED BY SIZE
122700         WS-DATE8 DELIMITED BY SIZE
122800         WS-SEQ-NUM DELIMITED BY SIZE
122900         INTO WS-NEW-SET-ID.
123000 4150-EXIT.
123100     EXIT.
123200
123300***************************************************************
123400* 5310-CHECK-MEMBER-AMEND - a member of a change set can be     *
123500*     amended only while its set is PENDING, and keeps the      *
123600*     set's window; a HELD set moves with -windowset            *
123700***************************************************************
123800 5310-CHECK-MEMBER-AMEND.
123900     MOVE WS-RQ-SET-ID(WS-FOUND-IX) TO WS-PICK-SET-ID.
124000     PERFORM 5960-LOOK-UP-SET THRU 5960-EXIT.
124100     IF WS-SET-FOUND-IX = 0
124200         GO TO 5310-EXIT
124300     END-IF.
124400     IF WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "PENDING"
124500         DISPLAY "ERROR: request " WS-PICK-ID " belongs to change"
124600             " set " WS-PICK-SET-ID ", which is "
124700             WS-ST-STATUS(WS-SET-FOUND-IX)
124800         DISPLAY "       only a member of a PENDING set can be"
124900             " amended - move the set with -windowset"
125000         SET WS-ABORT TO TRUE
125100         GO TO 5310-EXIT
125200     END-IF.
125300     IF WS-NEW-START NOT = WS-ST-START(WS-SET-FOUND-IX)
125400        OR WS-NEW-END NOT = WS-ST-END(WS-SET-FOUND-IX)
125500         DISPLAY "ERROR: a member of change set " WS-PICK-SET-ID
125600             " keeps the set's window "
125700             WS-ST-START(WS-SET-FOUND-IX) " - "
125800             WS-ST-END(WS-SET-FOUND-IX)
125900         DISPLAY "       move the whole set with -windowset"
126000         SET WS-ABORT TO TRUE
126100     END-IF.
126200 5310-EXIT.
126300     EXIT.
126400
126500***************************************************************
126600* 5400-NEW-SET - open a PENDING change set with its requester,  *
126700*     window and description; requests join it with -join       *
126800***************************************************************
126900 5400-NEW-SET.
127000     MOVE SPACES TO WS-VN-NAME-CHECK.
127100     MOVE WS-PICK-REQUESTER TO WS-VN-NAME-CHECK.
127200     CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
127300         WS-VN-VALID-SWITCH.
127400     IF NOT WS-VN-IS-VALID
127500         DISPLAY "ERROR: invalid requester name: "
127600             WS-PICK-REQUESTER
127700         SET WS-ABORT TO TRUE
127800         GO TO 5400-EXIT
127900     END-IF.
128000     PERFORM 5980-CHECK-SET-WINDOW THRU 5980-EXIT.
128100     IF WS-ABORT
128200         GO TO 5400-EXIT
128300     END-IF.
128400     MOVE 0 TO WS-PIPE-CNT.
128500     INSPECT WS-NEW-DESC TALLYING WS-PIPE-CNT FOR ALL "|".
128600     IF WS-NEW-DESC = SPACES OR WS-PIPE-CNT > 0
128700         DISPLAY "ERROR: a change set needs a description, and"
128800             " it may not contain |"
128900         SET WS-ABORT TO TRUE
129000         GO TO 5400-EXIT
129100     END-IF.
129200     IF WS-SET-COUNT >= 100
129300         DISPLAY "ERROR: change-set file is full - purge closed"
129400             " sets first"
129500         SET WS-ABORT TO TRUE
129600         GO TO 5400-EXIT
129700     END-IF.
129800     PERFORM 4150-ASSIGN-SET-ID THRU 4150-EXIT.
129900     ADD 1 TO WS-SET-COUNT.
130000     MOVE WS-SET-COUNT TO WS-SET-IX.
130100     MOVE SPACES TO WS-SET(WS-SET-IX).
130200     MOVE WS-NEW-SET-ID TO WS-ST-ID(WS-SET-IX).
130300     MOVE WS-PICK-REQUESTER TO WS-ST-REQUESTER(WS-SET-IX).
130400     MOVE "PENDING" TO WS-ST-STATUS(WS-SET-IX).
130500     MOVE WS-WIN-START TO WS-ST-START(WS-SET-IX).
130600     MOVE WS-WIN-END TO WS-ST-END(WS-SET-IX).
130700     MOVE WS-NEW-DESC TO WS-ST-DESC(WS-SET-IX).
130800     PERFORM 7100-REWRITE-SETS THRU 7100-EXIT.
130900     IF WS-ABORT
131000         GO TO 5400-EXIT
131100     END-IF.
131200     MOVE WS-NEW-SET-ID TO WS-HIST-ID.
131300     MOVE WS-PICK-REQUESTER TO WS-HIST-ACTOR.
131400     MOVE "NONE" TO WS-HIST-OLD-STATUS.
131500     MOVE "PENDING" TO WS-HIST-NEW-STATUS.
131600     MOVE WS-NEW-DESC TO WS-HIST-NOTE.
131700     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
131800     DISPLAY "Change set " WS-NEW-SET-ID " opened as PENDING -"
131900         " add requests with -join.".
132000 5400-EXIT.
132100     EXIT.
132200
132300***************************************************************
132400* 5500-JOIN-SET - a PENDING request joins a PENDING change set  *
132500*     and takes the set's window, re-validated in that window   *
132600***************************************************************
132700 5500-JOIN-SET.
132800     PERFORM 5900-FIND-REQUEST THRU 5900-EXIT.
132900     IF WS-ABORT
133000         GO TO 5500-EXIT
133100     END-IF.
133200     IF WS-RQ-STATUS(WS-FOUND-IX) NOT = "PENDING"
133300         DISPLAY "ERROR: request " WS-PICK-ID " is "
133400             WS-RQ-STATUS(WS-FOUND-IX) ", not PENDING"
133500         SET WS-ABORT TO TRUE
133600         GO TO 5500-EXIT
133700     END-IF.
133800     IF WS-RQ-SET-ID(WS-FOUND-IX) NOT = SPACES
133900         DISPLAY "ERROR: request " WS-PICK-ID " is already a"
134000             " member of change set " WS-RQ-SET-ID(WS-FOUND-IX)
134100         SET WS-ABORT TO TRUE
134200         GO TO 5500-EXIT
134300     END-IF.
134400     PERFORM 5950-FIND-SET THRU 5950-EXIT.
134500     IF WS-ABORT
134600         GO TO 5500-EXIT
134700     END-IF.
134800     IF WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "PENDING"
134900         DISPLAY "ERROR: change set " WS-PICK-SET-ID " is "
135000             WS-ST-STATUS(WS-SET-FOUND-IX)
135100             " - only a PENDING set takes new members"
135200         SET WS-ABORT TO TRUE
135300         GO TO 5500-EXIT
135400     END-IF.
135500     PERFORM 5970-LOAD-REQUEST-FIELDS THRU 5970-EXIT.
135600     MOVE WS-ST-START(WS-SET-FOUND-IX) TO WS-NEW-START.
135700     MOVE WS-ST-END(WS-SET-FOUND-IX) TO WS-NEW-END.
135800     PERFORM 4500-VALIDATE-NEW-FIELDS THRU 4500-EXIT.
135900     IF WS-ABORT
136000         DISPLAY "Request " WS-PICK-ID " not joined to change"
136100             " set " WS-PICK-SET-ID
136200         GO TO 5500-EXIT
136300     END-IF.
136400     MOVE WS-NEW-START TO WS-RQ-START(WS-FOUND-IX).
136500     MOVE WS-NEW-END TO WS-RQ-END(WS-FOUND-IX).
136600     MOVE WS-PICK-SET-ID TO WS-RQ-SET-ID(WS-FOUND-IX).
136700     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
136720     IF WS-ABORT
136740         GO TO 5500-EXIT
136760     END-IF.
136800     MOVE WS-PICK-ID TO WS-HIST-ID.
136900     MOVE WS-RQ-REQUESTER(WS-FOUND-IX) TO WS-HIST-ACTOR.
137000     MOVE "PENDING" TO WS-HIST-OLD-STATUS WS-HIST-NEW-STATUS.
137100     MOVE SPACES TO WS-HIST-NOTE.
137200     STRING "joined change set " DELIMITED BY SIZE
137300         WS-PICK-SET-ID DELIMITED BY SPACE
137400         INTO WS-HIST-NOTE.
137500     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
137600     MOVE WS-PICK-SET-ID TO WS-HIST-ID.
137700     MOVE SPACES TO WS-HIST-NOTE.
137800     STRING "request " DELIMITED BY SIZE
137900         WS-PICK-ID DELIMITED BY SPACE
138000         " joined" DELIMITED BY SIZE
138100         INTO WS-HIST-NOTE.
138200     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
138300     DISPLAY "Request " WS-PICK-ID " joined change set "
138400         WS-PICK-SET-ID " - window " WS-NEW-START " - "
138500         WS-NEW-END.
138600 5500-EXIT.
138700     EXIT.
138800
138900***************************************************************
139000* 5600-APPROVE-SET - every PENDING member of a PENDING change   *
139100*     set to APPROVED, or none of them: each member gets the    *
139200*     full -approve re-validation and authorization check,      *
139300*     and the approver may be neither the set's requester       *
139400*     nor any member's                                          *
139500***************************************************************
139600 5600-APPROVE-SET.
139700     PERFORM 5950-FIND-SET THRU 5950-EXIT.
139800     IF WS-ABORT
139900         GO TO 5600-EXIT
140000     END-IF.
140100     IF WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "PENDING"
140200         DISPLAY "ERROR: change set " WS-PICK-SET-ID " is "
140300             WS-ST-STATUS(WS-SET-FOUND-IX) ", not PENDING"
140400         SET WS-ABORT TO TRUE
140500         GO TO 5600-EXIT
140600     END-IF.
140700     MOVE SPACES TO WS-VN-NAME-CHECK.
140800     MOVE WS-PICK-APPROVER TO WS-VN-NAME-CHECK.
140900     CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
141000         WS-VN-VALID-SWITCH.
141100     IF NOT WS-VN-IS-VALID
141200         DISPLAY "ERROR: invalid approver name: "
141300             WS-PICK-APPROVER
141400         SET WS-ABORT TO TRUE
141500         GO TO 5600-EXIT
141600     END-IF.
141700     IF WS-PICK-APPROVER = WS-ST-REQUESTER(WS-SET-FOUND-IX)
141800         DISPLAY "ERROR: " WS-PICK-APPROVER " opened this change"
141900             " set and may not approve it"
142000         SET WS-ABORT TO TRUE
142100         GO TO 5600-EXIT
142200     END-IF.
142300     MOVE 0 TO WS-MEMBER-COUNT.
142400     MOVE "N" TO WS-MEMBER-FAIL-SWITCH.
142500     PERFORM VARYING WS-IX FROM 1 BY 1
142600             UNTIL WS-IX > WS-REQ-COUNT
142700         IF WS-RQ-SET-ID(WS-IX) = WS-PICK-SET-ID
142800            AND WS-RQ-STATUS(WS-IX) = "PENDING"
142900             PERFORM 5610-CHECK-ONE-MEMBER THRU 5610-EXIT
143000         END-IF
143100     END-PERFORM.
143200     IF WS-MEMBER-COUNT = 0
143300         DISPLAY "ERROR: change set " WS-PICK-SET-ID " has no"
143400             " PENDING member requests"
143500         SET WS-ABORT TO TRUE
143600         GO TO 5600-EXIT
143700     END-IF.
143800     IF WS-MEMBER-FAILED
143900         DISPLAY "Change set " WS-PICK-SET-ID " not approved -"
144000             " no member was approved"
144100         SET WS-ABORT TO TRUE
144200         GO TO 5600-EXIT
144300     END-IF.
144400     PERFORM VARYING WS-IX FROM 1 BY 1
144500             UNTIL WS-IX > WS-REQ-COUNT
144600         IF WS-RQ-SET-ID(WS-IX) = WS-PICK-SET-ID
144700            AND WS-RQ-STATUS(WS-IX) = "PENDING"
144800             MOVE "APPROVED" TO WS-RQ-STATUS(WS-IX)
144900             MOVE WS-PICK-APPROVER TO WS-RQ-APPROVER(WS-IX)
145000         END-IF
145100     END-PERFORM.
145200     MOVE "APPROVED" TO WS-ST-STATUS(WS-SET-FOUND-IX).
145300     MOVE WS-PICK-APPROVER TO WS-ST-APPROVER(WS-SET-FOUND-IX).
145400     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
145420     IF WS-ABORT
145440         GO TO 5600-EXIT
145460     END-IF.
145500     PERFORM 7100-REWRITE-SETS THRU 7100-EXIT.
145600     MOVE WS-PICK-APPROVER TO WS-HIST-ACTOR.
145700     MOVE "PENDING" TO WS-HIST-OLD-STATUS.
145800     MOVE "APPROVED" TO WS-HIST-NEW-STATUS.
145900     MOVE SPACES TO WS-HIST-NOTE.
146000     STRING "approved with change set " DELIMITED BY SIZE
146100         WS-PICK-SET-ID DELIMITED BY SPACE
146200         INTO WS-HIST-NOTE.
146300     PERFORM VARYING WS-IX FROM 1 BY 1
146400             UNTIL WS-IX > WS-REQ-COUNT
146500         IF WS-RQ-SET-ID(WS-IX) = WS-PICK-SET-ID
146600            AND WS-RQ-STATUS(WS-IX) = "APPROVED"
146700            AND WS-RQ-APPROVER(WS-IX) = WS-PICK-APPROVER
146800             MOVE WS-RQ-ID(WS-IX) TO WS-HIST-ID
146900             PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT
147000         END-IF
147100     END-PERFORM.
147200     MOVE WS-PICK-SET-ID TO WS-HIST-ID.
147300     MOVE "approved as one unit" TO WS-HIST-NOTE.
147400     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
147500     DISPLAY "Change set " WS-PICK-SET-ID " APPROVED by "
147600         WS-PICK-APPROVER " - " WS-MEMBER-COUNT " request(s)".
147700 5600-EXIT.
147800     EXIT.
147900
148000***************************************************************
148100* 5610-CHECK-ONE-MEMBER - the PENDING member at WS-IX through   *
148200*     the same checks -approve gives a lone request             *
148300***************************************************************
148400 5610-CHECK-ONE-MEMBER.
148500     ADD 1 TO WS-MEMBER-COUNT.
148600     MOVE WS-IX TO WS-FOUND-IX.
148700     MOVE WS-RQ-ID(WS-IX) TO WS-PICK-ID.
148800     IF WS-PICK-APPROVER = WS-RQ-REQUESTER(WS-IX)
148900         DISPLAY "ERROR: " WS-PICK-APPROVER " filed member"
149000             " request " WS-PICK-ID " and may not approve the set"
149100         SET WS-MEMBER-FAILED TO TRUE
149200         GO TO 5610-EXIT
149300     END-IF.
149400     PERFORM 5970-LOAD-REQUEST-FIELDS THRU 5970-EXIT.
149500     PERFORM 4500-VALIDATE-NEW-FIELDS THRU 4500-EXIT.
149600     IF NOT WS-ABORT
149700         PERFORM 5050-CHECK-AUTHORIZATION THRU 5050-EXIT
149800     END-IF.
149900     IF WS-ABORT
150000         DISPLAY "  member request " WS-PICK-ID
150100             " fails its checks"
150200         SET WS-MEMBER-FAILED TO TRUE
150300         MOVE "N" TO WS-ABORT-SWITCH
150400     END-IF.
150500 5610-EXIT.
150600     EXIT.
150700
150800***************************************************************
150900* 5700-CANCEL-SET - the set's requester withdraws the set and   *
151000*     every member not yet run                                  *
151100***************************************************************
151200 5700-CANCEL-SET.
151300     PERFORM 5950-FIND-SET THRU 5950-EXIT.
151400     IF WS-ABORT
151500         GO TO 5700-EXIT
151600     END-IF.
151700     IF WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "PENDING"
151800        AND WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "APPROVED"
151900        AND WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "HELD"
152000         DISPLAY "ERROR: change set " WS-PICK-SET-ID " is "
152100             WS-ST-STATUS(WS-SET-FOUND-IX)
152200             " and can no longer be cancelled"
152300         SET WS-ABORT TO TRUE
152400         GO TO 5700-EXIT
152500     END-IF.
152600     IF WS-PICK-REQUESTER NOT =
152700        WS-ST-REQUESTER(WS-SET-FOUND-IX)
152800         DISPLAY "ERROR: change set " WS-PICK-SET-ID
152900             " was opened by "
153000             WS-ST-REQUESTER(WS-SET-FOUND-IX)
153100             " - only the requester may cancel it"
153200         SET WS-ABORT TO TRUE
153300         GO TO 5700-EXIT
153400     END-IF.
153500     MOVE 0 TO WS-MEMBER-COUNT.
153600     MOVE WS-PICK-REQUESTER TO WS-HIST-ACTOR.
153700     MOVE "CANCELLED" TO WS-HIST-NEW-STATUS.
153800     MOVE SPACES TO WS-HIST-NOTE.
153900     STRING "cancelled with change set " DELIMITED BY SIZE
154000         WS-PICK-SET-ID DELIMITED BY SPACE
154100         INTO WS-HIST-NOTE.
154200     PERFORM VARYING WS-IX FROM 1 BY 1
154300             UNTIL WS-IX > WS-REQ-COUNT
154400         IF WS-RQ-SET-ID(WS-IX) = WS-PICK-SET-ID
154500            AND (WS-RQ-STATUS(WS-IX) = "PENDING"
154600             OR WS-RQ-STATUS(WS-IX) = "APPROVED"
154700             OR WS-RQ-STATUS(WS-IX) = "HELD")
154800             ADD 1 TO WS-MEMBER-COUNT
154900             MOVE WS-RQ-STATUS(WS-IX) TO WS-HIST-OLD-STATUS
155000             MOVE "CANCELLED" TO WS-RQ-STATUS(WS-IX)
155100             MOVE WS-RQ-ID(WS-IX) TO WS-HIST-ID
155200             PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT
155300         END-IF
155400     END-PERFORM.
155500     MOVE WS-ST-STATUS(WS-SET-FOUND-IX) TO WS-HIST-OLD-STATUS.
155600     MOVE "CANCELLED" TO WS-ST-STATUS(WS-SET-FOUND-IX).
155700     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
155720     IF WS-ABORT
155740         GO TO 5700-EXIT
155760     END-IF.
155800     PERFORM 7100-REWRITE-SETS THRU 7100-EXIT.
155900     MOVE WS-PICK-SET-ID TO WS-HIST-ID.
156000     MOVE SPACES TO WS-HIST-NOTE.
156100     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
156200     DISPLAY "Change set " WS-PICK-SET-ID " CANCELLED by "
156300         WS-PICK-REQUESTER " - " WS-MEMBER-COUNT
156400         " member request(s) withdrawn".
156500 5700-EXIT.
156600     EXIT.
156700
156800***************************************************************
156900* 5800-WINDOW-SET - a PENDING or HELD change set and its open   *
157000*     members move to a new window together, every member       *
157100*     re-validated in it, and go back to PENDING for            *
157200*     re-approval                                               *
157300***************************************************************
157400 5800-WINDOW-SET.
157500     PERFORM 5950-FIND-SET THRU 5950-EXIT.
157600     IF WS-ABORT
157700         GO TO 5800-EXIT
157800     END-IF.
157900     IF WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "PENDING"
158000        AND WS-ST-STATUS(WS-SET-FOUND-IX) NOT = "HELD"
158100         DISPLAY "ERROR: change set " WS-PICK-SET-ID " is "
158200             WS-ST-STATUS(WS-SET-FOUND-IX) " - only a PENDING or"
158300             " HELD set can be moved"
158400         SET WS-ABORT TO TRUE
158500         GO TO 5800-EXIT
158600     END-IF.
158700     PERFORM 5980-CHECK-SET-WINDOW THRU 5980-EXIT.
158800     IF WS-ABORT
158900         GO TO 5800-EXIT
159000     END-IF.
159100     MOVE 0 TO WS-MEMBER-COUNT.
159200     MOVE "N" TO WS-MEMBER-FAIL-SWITCH.
159300     PERFORM VARYING WS-IX FROM 1 BY 1
159400             UNTIL WS-IX > WS-REQ-COUNT
159500         IF WS-RQ-SET-ID(WS-IX) = WS-PICK-SET-ID
159600            AND (WS-RQ-STATUS(WS-IX) = "PENDING"
159700             OR WS-RQ-STATUS(WS-IX) = "HELD")
159800             PERFORM 5810-CHECK-MEMBER-WINDOW THRU 5810-EXIT
159900         END-IF
160000     END-PERFORM.
160100     IF WS-MEMBER-FAILED
160200         DISPLAY "Change set " WS-PICK-SET-ID " not moved"
160300         SET WS-ABORT TO TRUE
160400         GO TO 5800-EXIT
160500     END-IF.
160600     MOVE WS-ST-REQUESTER(WS-SET-FOUND-IX) TO WS-HIST-ACTOR.
160700     MOVE "PENDING" TO WS-HIST-NEW-STATUS.
160800     MOVE SPACES TO WS-HIST-NOTE.
160900     STRING "set window moved to " DELIMITED BY SIZE
161200         WS-WIN-START DELIMITED BY SIZE
161300         "-" DELIMITED BY SIZE
161400         WS-WIN-END DELIMITED BY SIZE
161500         INTO WS-HIST-NOTE.
161600     PERFORM VARYING WS-IX FROM 1 BY 1
161700             UNTIL WS-IX > WS-REQ-COUNT
161800         IF WS-RQ-SET-ID(WS-IX) = WS-PICK-SET-ID
161900            AND (WS-RQ-STATUS(WS-IX) = "PENDING"
162000             OR WS-RQ-STATUS(WS-IX) = "HELD")
162100             MOVE WS-RQ-STATUS(WS-IX) TO WS-HIST-OLD-STATUS
162200             MOVE "PENDING" TO WS-RQ-STATUS(WS-IX)
162300             MOVE SPACES TO WS-RQ-APPROVER(WS-IX)
162400             MOVE WS-WIN-START TO WS-RQ-START(WS-IX)
162500             MOVE WS-WIN-END TO WS-RQ-END(WS-IX)
162600             MOVE WS-RQ-ID(WS-IX) TO WS-HIST-ID
162700             PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT
162800         END-IF
162900     END-PERFORM.
163000     MOVE WS-ST-STATUS(WS-SET-FOUND-IX) TO WS-HIST-OLD-STATUS.
163100     MOVE "PENDING" TO WS-ST-STATUS(WS-SET-FOUND-IX).
163200     MOVE SPACES TO WS-ST-APPROVER(WS-SET-FOUND-IX).
163300     MOVE WS-WIN-START TO WS-ST-START(WS-SET-FOUND-IX).
163400     MOVE WS-WIN-END TO WS-ST-END(WS-SET-FOUND-IX).
163500     PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT.
163520     IF WS-ABORT
163540         GO TO 5800-EXIT
163560     END-IF.
163600     PERFORM 7100-REWRITE-SETS THRU 7100-EXIT.
163700     MOVE WS-PICK-SET-ID TO WS-HIST-ID.
163800     PERFORM 8000-WRITE-HISTORY THRU 8000-EXIT.
163900     DISPLAY "Change set " WS-PICK-SET-ID " moved to "
164000         WS-WIN-START " - " WS-WIN-END
164100         " - PENDING for re-approval.".
164200 5800-EXIT.
164300     EXIT.
164400
164500***************************************************************
164600* 5810-CHECK-MEMBER-WINDOW - the open member at WS-IX           *
164700*     re-validated in the set's new window                      *
164800***************************************************************
164900 5810-CHECK-MEMBER-WINDOW.
165000     ADD 1 TO WS-MEMBER-COUNT.
165100     MOVE WS-IX TO WS-FOUND-IX.
165200     PERFORM 5970-LOAD-REQUEST-FIELDS THRU 5970-EXIT.
165300     MOVE WS-WIN-START TO WS-NEW-START.
165400     MOVE WS-WIN-END TO WS-NEW-END.
165500     PERFORM 4500-VALIDATE-NEW-FIELDS THRU 4500-EXIT.
165600     IF WS-ABORT
165700         DISPLAY "  member request " WS-RQ-ID(WS-IX)
165800             " fails in the new window"
165900         SET WS-MEMBER-FAILED TO TRUE
166000         MOVE "N" TO WS-ABORT-SWITCH
166100     END-IF.
166200 5810-EXIT.
166300     EXIT.
166400
166500***************************************************************
166600* 5950-FIND-SET - locate WS-PICK-SET-ID in the set table; not   *
166700*     finding it flags the abort the callers check              *
166800***************************************************************
166900 5950-FIND-SET.
167000     PERFORM 5960-LOOK-UP-SET THRU 5960-EXIT.
167100     IF WS-SET-FOUND-IX = 0
167200         DISPLAY "ERROR: no such change set: " WS-PICK-SET-ID
167300         SET WS-ABORT TO TRUE
167400     END-IF.
167500 5950-EXIT.
167600     EXIT.
167700
167800***************************************************************
167900* 5960-LOOK-UP-SET - WS-SET-FOUND-IX to the slot holding        *
168000*     WS-PICK-SET-ID, or 0 for a blank or unknown set id        *
168100***************************************************************
168200 5960-LOOK-UP-SET.
168300     MOVE 0 TO WS-SET-FOUND-IX.
168400     IF WS-PICK-SET-ID = SPACES
168500         GO TO 5960-EXIT
168600     END-IF.
168700     PERFORM VARYING WS-SET-IX FROM 1 BY 1
168800             UNTIL WS-SET-IX > WS-SET-COUNT
168900         IF WS-ST-ID(WS-SET-IX) = WS-PICK-SET-ID
169000             MOVE WS-SET-IX TO WS-SET-FOUND-IX
169100         END-IF
169200     END-PERFORM.
169300 5960-EXIT.
169400     EXIT.
169500
169600***************************************************************
169700* 5970-LOAD-REQUEST-FIELDS - the request at WS-FOUND-IX into    *
169800*     the WS-NEW fields 4500 validates                          *
169900***************************************************************
170000 5970-LOAD-REQUEST-FIELDS.
170100     MOVE WS-RQ-HOSTNAME(WS-FOUND-IX) TO WS-NEW-HOSTNAME.
170200     MOVE WS-RQ-IFACE(WS-FOUND-IX) TO WS-NEW-IFACE.
170300     MOVE WS-RQ-IP(WS-FOUND-IX) TO WS-NEW-IP.
170400     MOVE WS-RQ-GATEWAY(WS-FOUND-IX) TO WS-NEW-GATEWAY.
170500     MOVE WS-RQ-VLANID(WS-FOUND-IX) TO WS-NEW-VLANID.
170600     MOVE WS-RQ-VLANLINK(WS-FOUND-IX) TO WS-NEW-VLANLINK.
170700     MOVE WS-RQ-REQUESTER(WS-FOUND-IX) TO WS-NEW-REQUESTER.
170800     MOVE WS-RQ-START(WS-FOUND-IX) TO WS-NEW-START.
170900     MOVE WS-RQ-END(WS-FOUND-IX) TO WS-NEW-END.
171000     MOVE WS-RQ-MAC(WS-FOUND-IX) TO WS-NEW-MAC-SPEC.
171100 5970-EXIT.
171200     EXIT.
171300
171400***************************************************************
171500* 5980-CHECK-SET-WINDOW - the -newset or -windowset window:     *
171600*     two YYYYMMDDHHMM stamps, end after start                  *
171700***************************************************************
171800 5980-CHECK-SET-WINDOW.
171900     IF WS-WIN-START(1:12) IS NOT NUMERIC
172000         OR WS-WIN-END(1:12) IS NOT NUMERIC
172100         DISPLAY "ERROR: window stamps are YYYYMMDDHHMM"
172200         SET WS-ABORT TO TRUE
172300         GO TO 5980-EXIT
172400     END-IF.
172500     IF WS-WIN-END <= WS-WIN-START
172600         DISPLAY "ERROR: window end must follow window start"
172700         SET WS-ABORT TO TRUE
172800     END-IF.
172900 5980-EXIT.
173000     EXIT.
173100
173200***************************************************************
173300* 6010-LIST-ONE-REQUEST - the request at WS-IX                  *
173400***************************************************************
173500 6010-LIST-ONE-REQUEST.
173600     DISPLAY WS-RQ-ID(WS-IX) " " WS-RQ-STATUS(WS-IX)
173700         " " WS-RQ-HOSTNAME(WS-IX) ":"
173800         WS-RQ-IFACE(WS-IX).
173900     DISPLAY "    ip " WS-RQ-IP(WS-IX)
174000         " gw " WS-RQ-GATEWAY(WS-IX).
174100     DISPLAY "    window " WS-RQ-START(WS-IX) " - "
174200         WS-RQ-END(WS-IX)
174300         " requested by " WS-RQ-REQUESTER(WS-IX)
174400         " approved by " WS-RQ-APPROVER(WS-IX).
174500     IF WS-RQ-REASON(WS-IX) NOT = SPACES
174600         DISPLAY "    reason " WS-RQ-REASON(WS-IX)
174700     END-IF.
174800     IF WS-RQ-MAC(WS-IX) NOT = SPACES
174900         DISPLAY "    mac " WS-RQ-MAC(WS-IX)
175000     END-IF.
175100     IF WS-RQ-SET-ID(WS-IX) NOT = SPACES
175200         DISPLAY "    change set " WS-RQ-SET-ID(WS-IX)
175300     END-IF.
175400 6010-EXIT.
175500     EXIT.
175600
175700***************************************************************
175800* 6020-LIST-ONE-SET - the change set at WS-SET-IX and every     *
175900*     request that belongs to it                                *
176000***************************************************************
176100 6020-LIST-ONE-SET.
176200     MOVE 0 TO WS-MEMBER-COUNT.
176300     PERFORM VARYING WS-IX FROM 1 BY 1
176400             UNTIL WS-IX > WS-REQ-COUNT
176500         IF WS-RQ-SET-ID(WS-IX) = WS-ST-ID(WS-SET-IX)
176600             ADD 1 TO WS-MEMBER-COUNT
176700         END-IF
176800     END-PERFORM.
176900     DISPLAY "Change set " WS-ST-ID(WS-SET-IX) " "
177000         WS-ST-STATUS(WS-SET-IX) " " WS-MEMBER-COUNT
177100         " request(s) - " WS-ST-DESC(WS-SET-IX).
177200     DISPLAY "    window " WS-ST-START(WS-SET-IX) " - "
177300         WS-ST-END(WS-SET-IX)
177400         " requested by " WS-ST-REQUESTER(WS-SET-IX)
177500         " approved by " WS-ST-APPROVER(WS-SET-IX).
177600     PERFORM VARYING WS-IX FROM 1 BY 1
177700             UNTIL WS-IX > WS-REQ-COUNT
177800         IF WS-RQ-SET-ID(WS-IX) = WS-ST-ID(WS-SET-IX)
177900             PERFORM 6010-LIST-ONE-REQUEST THRU 6010-EXIT
178000         END-IF
178100     END-PERFORM.
178200 6020-EXIT.
178300     EXIT.
178400
178500***************************************************************
178600* 6220-AGE-ONE-SET - one PENDING change set with its age, its   *
178700*     window and how many members wait on the approval          *
178800***************************************************************
178900 6220-AGE-ONE-SET.
179000     ADD 1 TO WS-SET-PENDING-COUNT.
179100     MOVE 0 TO WS-MEMBER-COUNT.
179200     PERFORM VARYING WS-IX FROM 1 BY 1
179300             UNTIL WS-IX > WS-REQ-COUNT
179400         IF WS-RQ-SET-ID(WS-IX) = WS-ST-ID(WS-SET-IX)
179500            AND WS-RQ-STATUS(WS-IX) = "PENDING"
179600             ADD 1 TO WS-MEMBER-COUNT
179700         END-IF
179800     END-PERFORM.
179900     IF WS-ST-ID(WS-SET-IX)(3:8) IS NUMERIC
180000         MOVE WS-ST-ID(WS-SET-IX)(3:8) TO WS-D2D-DATE
180100         PERFORM 8100-DATE-TO-SERIAL THRU 8100-EXIT
180200         COMPUTE WS-ENTRY-AGE =
180300             WS-D2D-TODAY - WS-D2D-SERIAL
180400     ELSE
180500         MOVE 0 TO WS-ENTRY-AGE
180600     END-IF.
180700     MOVE WS-ENTRY-AGE TO WS-AGE-DISP.
180800     DISPLAY "  " WS-ST-ID(WS-SET-IX) WS-AGE-DISP
180900         " day(s) waiting - " WS-MEMBER-COUNT
181000         " member request(s) - " WS-ST-DESC(WS-SET-IX).
181100     DISPLAY "      requested by " WS-ST-REQUESTER(WS-SET-IX)
181200         " window " WS-ST-START(WS-SET-IX) " - "
181300         WS-ST-END(WS-SET-IX).
181400 6220-EXIT.
181500     EXIT.
181600
181700***************************************************************
181800* 7100-REWRITE-SETS - whole set table back to the change-set    *
181900*                     file                                      *
182000***************************************************************
182100 7100-REWRITE-SETS.
182200     OPEN OUTPUT CS-SET-FILE.
182300     IF WS-SET-STATUS NOT = "00"
182400         DISPLAY "ERROR: cannot rewrite change-set file "
182500             WS-SET-PATH
182600         SET WS-ABORT TO TRUE
182700         GO TO 7100-EXIT
182800     END-IF.
182900     PERFORM VARYING WS-IX FROM 1 BY 1
183000             UNTIL WS-IX > WS-SET-COUNT
183100         MOVE SPACES TO CS-SET-RECORD
183200         STRING WS-ST-ID(WS-IX) DELIMITED BY SPACE
183300             "|" DELIMITED BY SIZE
183400             WS-ST-REQUESTER(WS-IX) DELIMITED BY SPACE
183500             "|" DELIMITED BY SIZE
183600             WS-ST-APPROVER(WS-IX) DELIMITED BY SPACE
183700             "|" DELIMITED BY SIZE
183800             WS-ST-STATUS(WS-IX) DELIMITED BY SPACE
183900             "|" DELIMITED BY SIZE
184000             WS-ST-START(WS-IX) DELIMITED BY SPACE
184100             "|" DELIMITED BY SIZE
184200             WS-ST-END(WS-IX) DELIMITED BY SPACE
184300             "|" DELIMITED BY SIZE
184400             WS-ST-DESC(WS-IX) DELIMITED BY "  "
184500             INTO CS-SET-RECORD
184600         WRITE CS-SET-RECORD
184700     END-PERFORM.
184800     CLOSE CS-SET-FILE.
184900 7100-EXIT.
185000     EXIT.
185100
185200 END PROGRAM ChangeSched.
