001600*      DONE or FAILED.  An APPROVED request found past its      *
001700*      window unexecuted is marked EXPIRED and reported - it    *
001800*      is never run late at the next cron tick.                 *
001805*                                                                *
001810*      Requests tied together in a change set (ChangeSched       *
001815*      -newset / -join / -approveset, or SubnetRenumber -file)   *
001820*      are worked as one unit on the set's window, never alone:  *
001825*      every member is validated before any host file is         *
001830*      touched, and if one member fails to push, the members     *
001835*      already written are put back from the copies              *
001840*      BackupNetplan took - change log, allocation master and    *
001845*      DNS feed reversed with them - and the whole set is marked *
001850*      FAILED.  Each step goes to the history file under the     *
001855*      member's request id or the set's CSyyyymmddnnn id.        *
001900*                                                                *
002000*  USAGE.                                                        *
002100*      ChangeExec          (typically from cron)                *
003900*      2026-09-02  TJK  The request id rides into the audit      *
004000*                       record and the DNS feed as the change-   *
004100*                       ticket reference of the push.            *
004110*      2026-10-15  TJK  Before a request is executed, its        *
004120*                       requester (push) and approver (approve)  *
004130*                       are checked against the operator         *
004140*                       authorization file (CheckAuthorization); *
004150*                       a refusal fails the request untouched,   *
004160*                       with the reason in the history file and  *
004170*                       a denied: change-log record.             *
004171*      2026-10-15  TJK  Change-freeze calendar: an in-window     *
004172*                       APPROVED request under a freeze          *
004173*                       (CheckFreeze) is HELD rather than run,   *
004174*                       with the freeze in the history file; a   *
004175*                       HELD request runs once the freeze lifts  *
004176*                       inside its window and never expires.     *
004177*      2026-10-15  TJK  Carry the trailing MAC-binding field of  *
004178*                       a request through the rewrite and into   *
004179*                       the rendered file, re-checked through    *
004180*                       ValidateMACAddr before the push.         *
004182*      2026-10-15  TJK  Change sets: members of a set are        *
004184*                       validated together and pushed            *
004186*                       all-or-nothing on the set's window; a    *
004188*                       failed push restores the other members'  *
004190*                       backups and fails the whole set.         *
004192*      2026-10-15  TJK  Request record widened to 400; every     *
004194*                       line is built before the rewrite and one *
004196*                       too long for the file stops it with      *
004198*                       return code 16.                          *
004200*                                                                *
004300***************************************************************
004400 IDENTIFICATION DIVISION.
005700     SELECT CR-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-PATH
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-HIST-STATUS.
005910     SELECT CS-SET-FILE ASSIGN DYNAMIC WS-SET-PATH
005920         ORGANIZATION IS LINE SEQUENTIAL
005930         FILE STATUS IS WS-SET-STATUS.
006000     SELECT DnsConfigFile ASSIGN DYNAMIC WS-DNS-CONFIG-PATH
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-DNSCFG-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CR-REQUEST-FILE.
006700 01  CR-REQUEST-RECORD         PIC X(400).
006800
006900 FD  CR-HISTORY-FILE.
007000 01  CR-HISTORY-RECORD         PIC X(200).
007100
007110 FD  CS-SET-FILE.
007120 01  CS-SET-RECORD             PIC X(200).
007130
007200 FD  DnsConfigFile.
007300 01  DnsConfigRecord           PIC X(80).
007400
007600 01  WS-FILE-STATUS            PIC X(02).
007700 01  WS-DNSCFG-STATUS          PIC X(02).
007800 01  WS-HIST-STATUS            PIC X(02).
007850 01  WS-SET-STATUS             PIC X(02).
007900 01  WS-REQUEST-PATH           PIC X(100)
008000     VALUE "/etc/netplan/planned-changes.dat".
008100 01  WS-HISTORY-PATH           PIC X(100)
008200     VALUE "/etc/netplan/planned-changes-hist.dat".
008210 01  WS-SET-PATH               PIC X(100)
008220     VALUE "/etc/netplan/planned-change-sets.dat".
008300 01  WS-DNS-CONFIG-PATH        PIC X(100)
008400     VALUE "/etc/netplan/siteconfig.cfg".
008500 01  WS-AUDIT-LOG-PATH         PIC X(100)
009200     VALUE "/etc/netplan/dns-changes.dat".
009300 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
009400     88  WS-ABORT                       VALUE "Y".
009420 01  WS-LINE-SWITCH            PIC X(01) VALUE "N".
009440     88  WS-LINE-TOO-LONG               VALUE "Y".
009460 01  WS-REQUEST-LINE           PIC X(400).
009500 01  WS-ROW-FAIL-SWITCH        PIC X(01).
009600     88  WS-ROW-FAILED                  VALUE "Y".
009700
011100         10  WS-RQ-START       PIC X(12).
011200         10  WS-RQ-END         PIC X(12).
011300         10  WS-RQ-REASON      PIC X(60).
011350         10  WS-RQ-MAC         PIC X(40).
011370         10  WS-RQ-SET-ID      PIC X(14).
011400 01  WS-IX                     PIC 9(03) COMP.
011500 01  WS-REQ-IX                 PIC 9(03) COMP.
011502
011504*    Change sets - requests worked as one all-or-nothing unit
011506 01  WS-SET-COUNT              PIC 9(03) COMP VALUE 0.
011508 01  WS-SET-TABLE.
011510     05  WS-SET                OCCURS 100 TIMES.
011512         10  WS-ST-ID          PIC X(14).
011514         10  WS-ST-REQUESTER   PIC X(20).
011516         10  WS-ST-APPROVER    PIC X(20).
011518         10  WS-ST-STATUS      PIC X(09).
011520         10  WS-ST-START       PIC X(12).
011522         10  WS-ST-END         PIC X(12).
011524         10  WS-ST-DESC        PIC X(60).
011526 01  WS-SET-IX                 PIC 9(03) COMP.
011528 01  WS-SET-FOUND-SWITCH       PIC X(01).
011530     88  WS-SET-FOUND                   VALUE "Y".
011532 01  WS-SET-FAIL-SWITCH        PIC X(01).
011534     88  WS-SET-FAILED                  VALUE "Y".
011536 01  WS-SET-NEW-STATUS         PIC X(09).
011538 01  WS-SET-NOTE               PIC X(60).
011540 01  WS-SET-MEMBER-DISP        PIC ZZ9.
011542
011544*    One row per open member of the set being worked, in file
011546*    order; what the push of each member did is kept so the
011548*    members already written can be put back
011550 01  WS-SM-COUNT               PIC 9(03) COMP.
011552 01  WS-SM-IX                  PIC 9(03) COMP.
011554 01  WS-SM-TABLE.
011556     05  WS-SM                 OCCURS 200 TIMES.
011558         10  WS-SM-REQ-IX      PIC 9(03) COMP.
011560         10  WS-SM-OUTPUT-PATH PIC X(100).
011562         10  WS-SM-BACKUP-PATH PIC X(100).
011564         10  WS-SM-BK-STATUS   PIC X(01).
011566         10  WS-SM-OLD-IP      PIC X(50).
011568         10  WS-SM-OLD-GW      PIC X(50).
011570         10  WS-SM-OLD-IPV6    PIC X(50).
011572         10  WS-SM-NEW-IP      PIC X(50).
011574         10  WS-SM-NEW-GW      PIC X(50).
011576         10  WS-SM-PUSHED-SW   PIC X(01).
011578             88  WS-SM-PUSHED           VALUE "Y".
011580 01  WS-NO-ADDR                PIC X(50) VALUE SPACES.
011582 01  WS-RESTORE-COMMAND        PIC X(220).
011600
011700 01  WS-NOW-DATE8              PIC 9(08).
011800 01  WS-NOW-TIME8              PIC 9(08).
011900 01  WS-NOW-STAMP              PIC X(12).
012000 01  WS-HIST-STAMP             PIC X(17).
012050 01  WS-HIST-ID                PIC X(14).
012100 01  WS-OPERATOR               PIC X(20).
012200 01  WS-HIST-NEW-STATUS        PIC X(09).
012250 01  WS-HIST-OLD-STATUS        PIC X(09).
012300 01  WS-HIST-NOTE              PIC X(60).
012400
012500 01  WS-EXECUTED-COUNT         PIC 9(03) VALUE 0.
012600 01  WS-FAILED-COUNT           PIC 9(03) VALUE 0.
012700 01  WS-EXPIRED-COUNT          PIC 9(03) VALUE 0.
012800 01  WS-WAITING-COUNT          PIC 9(03) VALUE 0.
012850 01  WS-HELD-COUNT             PIC 9(03) VALUE 0.
012860 01  WS-SET-DONE-COUNT         PIC 9(03) VALUE 0.
012870 01  WS-SET-FAILED-COUNT       PIC 9(03) VALUE 0.
012880 01  WS-SET-EXPIRED-COUNT      PIC 9(03) VALUE 0.
012890 01  WS-SET-WAITING-COUNT      PIC 9(03) VALUE 0.
012895 01  WS-SET-HELD-COUNT         PIC 9(03) VALUE 0.
012900
013000 01  WS-OUTPUT-PATH            PIC X(100).
013100 01  WS-AUDIT-TAG              PIC X(51).
014200 01  WS-VN-VALID-SWITCH        PIC X(01).
014300     88  WS-VN-IS-VALID                 VALUE "Y".
014400 01  WS-VN-NAME-CHECK          PIC X(50).
014410 01  WS-VM-VALID-SWITCH        PIC X(01).
014420     88  WS-VM-IS-VALID                 VALUE "Y".
014430 01  WS-VM-MAC-CHECK           PIC X(17).
014440 01  WS-EX-MAC-PART            PIC X(40).
014450 01  WS-EX-SET-NAME-PART       PIC X(40).
014500
014600 01  WS-AL-FUNCTION            PIC X(01).
014700 01  WS-AL-OLD-ADDR            PIC X(50).
015400 01  WS-AL-MESSAGE             PIC X(80).
015500 01  WS-ALLOC-WARN-SWITCH      PIC X(01) VALUE "N".
015600     88  WS-ALLOC-WARNED                VALUE "Y".
015605 01  WS-AUTH-PATH              PIC X(100)
015610     VALUE "/etc/netplan/operator-auth.dat".
015615 01  WS-AZ-ACTION              PIC X(01).
015620 01  WS-AZ-RESULT              PIC X(01).
015625     88  WS-AZ-REFUSED                  VALUE "N".
015630     88  WS-AZ-NO-FILE                  VALUE "M".
015635 01  WS-AZ-MESSAGE             PIC X(80).
015640 01  WS-AUTH-WARN-SWITCH       PIC X(01) VALUE "N".
015645     88  WS-AUTH-WARNED                 VALUE "Y".
015650 01  WS-AUTH-FAIL-SWITCH       PIC X(01).
015655     88  WS-AUTH-FAILED                 VALUE "Y".
015657 01  WS-FREEZE-PATH            PIC X(100)
015659     VALUE "/etc/netplan/freeze-calendar.dat".
015661 01  WS-FZ-OVERRIDE            PIC X(20) VALUE SPACES.
015663 01  WS-FZ-RESULT              PIC X(01).
015665     88  WS-FZ-FROZEN                   VALUE "F".
015667     88  WS-FZ-NO-FILE                  VALUE "M".
015669 01  WS-FZ-FREEZE-NAME         PIC X(30).
015671 01  WS-FZ-MESSAGE             PIC X(80).
015673 01  WS-FREEZE-WARN-SWITCH     PIC X(01) VALUE "N".
015675     88  WS-FREEZE-WARNED               VALUE "Y".
015680 01  WS-FZ-WINDOW-START        PIC X(12).
015685 01  WS-FZ-WINDOW-END          PIC X(12).
015700
015800 01  WS-BK-BACKUP-PATH         PIC X(100).
015900 01  WS-BK-STATUS              PIC X(01).
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     PERFORM 1100-ENSURE-OUTPUT-DIR THRU 1100-EXIT.
018300     PERFORM 2000-LOAD-REQUESTS THRU 2000-EXIT.
018350     IF NOT WS-ABORT
018360         PERFORM 2200-LOAD-SETS THRU 2200-EXIT
018370     END-IF.
018400     IF WS-ABORT
018500         MOVE 16 TO RETURN-CODE
018600         GO TO 0000-EXIT
018700     END-IF.
018800     PERFORM 2500-LOAD-NAMESERVERS THRU 2500-EXIT.
018900     PERFORM 3000-WORK-THE-QUEUE THRU 3000-EXIT.
018950     PERFORM 3200-WORK-THE-SETS THRU 3200-EXIT.
019000     PERFORM 8000-REWRITE-REQUESTS THRU 8000-EXIT.
019050     PERFORM 8100-REWRITE-SETS THRU 8100-EXIT.
019100     PERFORM 9000-REPORT-SUMMARY THRU 9000-EXIT.
019120     IF WS-ABORT
019140         MOVE 16 TO RETURN-CODE
019160         GO TO 0000-EXIT
019180     END-IF.
019200     IF WS-FAILED-COUNT > 0
019300         MOVE 8 TO RETURN-CODE
019400     ELSE
029100              WS-RQ-VLANLINK(WS-IX) WS-RQ-REQUESTER(WS-IX)
029200              WS-RQ-APPROVER(WS-IX) WS-RQ-STATUS(WS-IX)
029300              WS-RQ-START(WS-IX) WS-RQ-END(WS-IX)
029400              WS-RQ-REASON(WS-IX) WS-RQ-MAC(WS-IX)
029450              WS-RQ-SET-ID(WS-IX).
029500 2100-EXIT.
029600     EXIT.
029700
029701***************************************************************
029702* 2200-LOAD-SETS - the change-set file into its table; no       *
029703*     file means no set has been opened, a normal state         *
029704***************************************************************
029705 2200-LOAD-SETS.
029706     MOVE 0 TO WS-SET-COUNT.
029707     OPEN INPUT CS-SET-FILE.
029708     IF WS-SET-STATUS = "35"
029709         GO TO 2200-EXIT
029710     END-IF.
029711     IF WS-SET-STATUS NOT = "00"
029712         DISPLAY "ERROR: cannot open change-set file "
029713             WS-SET-PATH
029714         SET WS-ABORT TO TRUE
029715         GO TO 2200-EXIT
029716     END-IF.
029717     PERFORM UNTIL WS-SET-STATUS = "10"
029718         READ CS-SET-FILE
029719             AT END
029720                 MOVE "10" TO WS-SET-STATUS
029721             NOT AT END
029722                 IF CS-SET-RECORD NOT = SPACES
029723                     IF WS-SET-COUNT >= 100
029724                         DISPLAY "ERROR: change-set file holds"
029725                             " more than 100 sets - purge"
029726                             " closed sets"
029727                         SET WS-ABORT TO TRUE
029728                         MOVE "10" TO WS-SET-STATUS
029729                     ELSE
029730                         ADD 1 TO WS-SET-COUNT
029731                         PERFORM 2210-PARSE-SET THRU 2210-EXIT
029732                     END-IF
029733                 END-IF
029734         END-READ
029735     END-PERFORM.
029736     CLOSE CS-SET-FILE.
029737 2200-EXIT.
029738     EXIT.
029739
029740***************************************************************
029741* 2210-PARSE-SET - one pipe-delimited set row into the table    *
029742*                  slot at WS-SET-COUNT                         *
029743***************************************************************
029744 2210-PARSE-SET.
029745     MOVE WS-SET-COUNT TO WS-IX.
029746     MOVE SPACES TO WS-SET(WS-IX).
029747     UNSTRING CS-SET-RECORD DELIMITED BY "|"
029748         INTO WS-ST-ID(WS-IX) WS-ST-REQUESTER(WS-IX)
029749              WS-ST-APPROVER(WS-IX) WS-ST-STATUS(WS-IX)
029750              WS-ST-START(WS-IX) WS-ST-END(WS-IX)
029751              WS-ST-DESC(WS-IX).
029752 2210-EXIT.
029753     EXIT.
029754
029800***************************************************************
029900* 2500-LOAD-NAMESERVERS - site-defaults DNS file, else the      *
030000*                         historical public-resolver fallback   *
035200***************************************************************
035300* 3000-WORK-THE-QUEUE - every APPROVED request is either in     *
035400*     window (execute), past window (expire), or early (wait);  *
035410*     an in-window request under a change freeze is HELD, not   *
035420*     run, and a HELD one runs once the freeze lifts inside     *
035430*     its window - it never expires, change management          *
035440*     re-windows or cancels it; other statuses are left alone.  *
035450*     Members of a change set are worked with their set (3200)  *
035600***************************************************************
035700 3000-WORK-THE-QUEUE.
035800     PERFORM VARYING WS-REQ-IX FROM 1 BY 1
035900             UNTIL WS-REQ-IX > WS-REQ-COUNT
036000         IF (WS-RQ-STATUS(WS-REQ-IX) = "APPROVED"
036010            OR WS-RQ-STATUS(WS-REQ-IX) = "HELD")
036015            AND WS-RQ-SET-ID(WS-REQ-IX) = SPACES
036020             MOVE WS-RQ-STATUS(WS-REQ-IX) TO WS-HIST-OLD-STATUS
036100             EVALUATE TRUE
036110                 WHEN WS-RQ-STATUS(WS-REQ-IX) = "HELD"
036120                  AND WS-NOW-STAMP > WS-RQ-END(WS-REQ-IX)
036130                     ADD 1 TO WS-HELD-COUNT
036200                 WHEN WS-NOW-STAMP > WS-RQ-END(WS-REQ-IX)
036300                     MOVE "EXPIRED"
036400                         TO WS-RQ-STATUS(WS-REQ-IX)
037400                 WHEN WS-NOW-STAMP < WS-RQ-START(WS-REQ-IX)
037500                     ADD 1 TO WS-WAITING-COUNT
037600                 WHEN OTHER
037610                     PERFORM 3100-CHECK-FREEZE THRU 3100-EXIT
037620                     IF NOT WS-FZ-FROZEN
037700                         PERFORM 4000-EXECUTE-REQUEST
037800                             THRU 4000-EXIT
037810                     END-IF
037900             END-EVALUATE
038000         END-IF
038100     END-PERFORM.
038200 3000-EXIT.
038300     EXIT.
038400
038402***************************************************************
038404* 3100-CHECK-FREEZE - is the request at WS-REQ-IX frozen right  *
038406*     now; an APPROVED one that is goes to HELD with the freeze *
038408*     in the history file, a HELD one simply stays held.  A box *
038410*     with no freeze calendar gets a warning and runs as before *
038412***************************************************************
038414 3100-CHECK-FREEZE.
038416     MOVE "Y" TO WS-FZ-RESULT.
038418     IF WS-FREEZE-WARNED
038420         GO TO 3100-EXIT
038422     END-IF.
038423     MOVE WS-NOW-STAMP TO WS-FZ-WINDOW-START WS-FZ-WINDOW-END.
038424     CALL "CheckFreeze" USING WS-FREEZE-PATH WS-AUDIT-LOG-PATH
038426         WS-RQ-HOSTNAME(WS-REQ-IX) WS-RQ-IFACE(WS-REQ-IX)
038428         WS-RQ-IP(WS-REQ-IX) WS-FZ-WINDOW-START WS-FZ-WINDOW-END
038430         WS-FZ-OVERRIDE WS-FZ-RESULT WS-FZ-FREEZE-NAME
038432         WS-FZ-MESSAGE.
038434     IF WS-FZ-NO-FILE
038436         DISPLAY "WARNING: no change-freeze calendar at "
038438             WS-FREEZE-PATH
038440         DISPLAY "         freeze checks skipped"
038442         SET WS-FREEZE-WARNED TO TRUE
038444         GO TO 3100-EXIT
038446     END-IF.
038448     IF NOT WS-FZ-FROZEN
038450         GO TO 3100-EXIT
038452     END-IF.
038454     ADD 1 TO WS-HELD-COUNT.
038456     IF WS-RQ-STATUS(WS-REQ-IX) = "HELD"
038458         GO TO 3100-EXIT
038460     END-IF.
038462     MOVE "HELD" TO WS-RQ-STATUS(WS-REQ-IX).
038464     DISPLAY "Request " WS-RQ-ID(WS-REQ-IX) " HELD - "
038466         WS-FZ-MESSAGE.
038468     MOVE "HELD" TO WS-HIST-NEW-STATUS.
038470     MOVE SPACES TO WS-HIST-NOTE.
038472     STRING "held for freeze " DELIMITED BY SIZE
038474         WS-FZ-FREEZE-NAME DELIMITED BY "  "
038476         INTO WS-HIST-NOTE.
038478     PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
038480 3100-EXIT.
038482     EXIT.
038484
069650***************************************************************
069700* 3200-WORK-THE-SETS - an APPROVED or HELD change set is        *
069800*     worked as one unit on its own window: expired, waiting,   *
069900*     held for a freeze, or executed all-or-nothing.  A member  *
070000*     request whose set is not on file is failed, never run     *
070100*     alone                                                     *
070200***************************************************************
070300 3200-WORK-THE-SETS.
070400     PERFORM VARYING WS-REQ-IX FROM 1 BY 1
070500             UNTIL WS-REQ-IX > WS-REQ-COUNT
070600         IF WS-RQ-SET-ID(WS-REQ-IX) NOT = SPACES
070700            AND (WS-RQ-STATUS(WS-REQ-IX) = "APPROVED"
070800             OR WS-RQ-STATUS(WS-REQ-IX) = "HELD")
070900             PERFORM 3205-CHECK-SET-ON-FILE THRU 3205-EXIT
071000         END-IF
071100     END-PERFORM.
071200     PERFORM VARYING WS-SET-IX FROM 1 BY 1
071300             UNTIL WS-SET-IX > WS-SET-COUNT
071400         IF WS-ST-STATUS(WS-SET-IX) = "APPROVED"
071500            OR WS-ST-STATUS(WS-SET-IX) = "HELD"
071600             PERFORM 3210-WORK-ONE-SET THRU 3210-EXIT
071700         END-IF
071800     END-PERFORM.
071900 3200-EXIT.
072000     EXIT.
072100
072200***************************************************************
072300* 3205-CHECK-SET-ON-FILE - the open member at WS-REQ-IX must    *
072400*     belong to a set the change-set file still holds           *
072500***************************************************************
072600 3205-CHECK-SET-ON-FILE.
072700     MOVE "N" TO WS-SET-FOUND-SWITCH.
072800     PERFORM VARYING WS-SET-IX FROM 1 BY 1
072900             UNTIL WS-SET-IX > WS-SET-COUNT
073000         IF WS-ST-ID(WS-SET-IX) = WS-RQ-SET-ID(WS-REQ-IX)
073100             SET WS-SET-FOUND TO TRUE
073200         END-IF
073300     END-PERFORM.
073400     IF WS-SET-FOUND
073500         GO TO 3205-EXIT
073600     END-IF.
073700     MOVE WS-RQ-STATUS(WS-REQ-IX) TO WS-HIST-OLD-STATUS.
073800     MOVE "FAILED" TO WS-RQ-STATUS(WS-REQ-IX).
073900     ADD 1 TO WS-FAILED-COUNT.
074000     DISPLAY "Request " WS-RQ-ID(WS-REQ-IX)
074100         " FAILED - change set " WS-RQ-SET-ID(WS-REQ-IX)
074200         " is not on file".
074300     MOVE "FAILED" TO WS-HIST-NEW-STATUS.
074400     MOVE SPACES TO WS-HIST-NOTE.
074500     STRING "change set " DELIMITED BY SIZE
074600         WS-RQ-SET-ID(WS-REQ-IX) DELIMITED BY SPACE
074700         " not on file - not run" DELIMITED BY SIZE
074800         INTO WS-HIST-NOTE.
074900     PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
075000 3205-EXIT.
075100     EXIT.
075200
075300***************************************************************
075400* 3210-WORK-ONE-SET - the set at WS-SET-IX against its window;  *
075500*     a HELD set runs once the freeze lifts inside the window   *
075600*     and never expires, the same as a HELD request             *
075700***************************************************************
075800 3210-WORK-ONE-SET.
075900     PERFORM 3215-LIST-OPEN-MEMBERS THRU 3215-EXIT.
076000     IF WS-SM-COUNT = 0
076100         DISPLAY "Change set " WS-ST-ID(WS-SET-IX)
076200             " CANCELLED - no open member requests left"
076300         MOVE "CANCELLED" TO WS-SET-NEW-STATUS
076400         MOVE "no open member requests left" TO WS-SET-NOTE
076500         PERFORM 3900-MARK-SET THRU 3900-EXIT
076600         GO TO 3210-EXIT
076700     END-IF.
076800     EVALUATE TRUE
076900         WHEN WS-ST-STATUS(WS-SET-IX) = "HELD"
077000          AND WS-NOW-STAMP > WS-ST-END(WS-SET-IX)
077100             ADD 1 TO WS-SET-HELD-COUNT
077200             ADD WS-SM-COUNT TO WS-HELD-COUNT
077300         WHEN WS-NOW-STAMP > WS-ST-END(WS-SET-IX)
077400             PERFORM 3240-EXPIRE-SET THRU 3240-EXIT
077500         WHEN WS-NOW-STAMP < WS-ST-START(WS-SET-IX)
077600             ADD 1 TO WS-SET-WAITING-COUNT
077700             ADD WS-SM-COUNT TO WS-WAITING-COUNT
077800         WHEN OTHER
077900             PERFORM 3220-CHECK-SET-FREEZE THRU 3220-EXIT
078000             IF NOT WS-FZ-FROZEN
078100                 PERFORM 3300-EXECUTE-SET THRU 3300-EXIT
078200             END-IF
078300     END-EVALUATE.
078400 3210-EXIT.
078500     EXIT.
078600
078700***************************************************************
078800* 3215-LIST-OPEN-MEMBERS - every APPROVED or HELD request of    *
078900*     the set at WS-SET-IX into the member table, file order;   *
079000*     cancelled and rejected members have dropped out           *
079100***************************************************************
079200 3215-LIST-OPEN-MEMBERS.
079300     MOVE 0 TO WS-SM-COUNT.
079400     PERFORM VARYING WS-REQ-IX FROM 1 BY 1
079500             UNTIL WS-REQ-IX > WS-REQ-COUNT
079600         IF WS-RQ-SET-ID(WS-REQ-IX) = WS-ST-ID(WS-SET-IX)
079700            AND (WS-RQ-STATUS(WS-REQ-IX) = "APPROVED"
079800             OR WS-RQ-STATUS(WS-REQ-IX) = "HELD")
079900             ADD 1 TO WS-SM-COUNT
080000             MOVE SPACES TO WS-SM(WS-SM-COUNT)
080100             MOVE WS-REQ-IX TO WS-SM-REQ-IX(WS-SM-COUNT)
080200             MOVE "N" TO WS-SM-PUSHED-SW(WS-SM-COUNT)
080300         END-IF
080400     END-PERFORM.
080500 3215-EXIT.
080600     EXIT.
080700
080800***************************************************************
080900* 3220-CHECK-SET-FREEZE - one member under a freeze holds the   *
081000*     whole set; a box with no freeze calendar gets the one     *
081100*     warning 3100 gives and the set runs                       *
081200***************************************************************
081300 3220-CHECK-SET-FREEZE.
081400     MOVE "Y" TO WS-FZ-RESULT.
081500     PERFORM VARYING WS-SM-IX FROM 1 BY 1
081600             UNTIL WS-SM-IX > WS-SM-COUNT OR WS-FZ-FROZEN
081700                OR WS-FREEZE-WARNED
081800         MOVE WS-SM-REQ-IX(WS-SM-IX) TO WS-REQ-IX
081900         PERFORM 3225-CHECK-MEMBER-FREEZE THRU 3225-EXIT
082000     END-PERFORM.
082100     IF WS-FZ-FROZEN
082200         PERFORM 3230-HOLD-SET THRU 3230-EXIT
082300     END-IF.
082400 3220-EXIT.
082500     EXIT.
082600
082700***************************************************************
082800* 3225-CHECK-MEMBER-FREEZE - CheckFreeze for the member at      *
082900*     WS-REQ-IX, right now                                      *
083000***************************************************************
083100 3225-CHECK-MEMBER-FREEZE.
083200     MOVE WS-NOW-STAMP TO WS-FZ-WINDOW-START WS-FZ-WINDOW-END.
083300     CALL "CheckFreeze" USING WS-FREEZE-PATH WS-AUDIT-LOG-PATH
083400         WS-RQ-HOSTNAME(WS-REQ-IX) WS-RQ-IFACE(WS-REQ-IX)
083500         WS-RQ-IP(WS-REQ-IX) WS-FZ-WINDOW-START WS-FZ-WINDOW-END
083600         WS-FZ-OVERRIDE WS-FZ-RESULT WS-FZ-FREEZE-NAME
083700         WS-FZ-MESSAGE.
083800     IF WS-FZ-NO-FILE
083900         DISPLAY "WARNING: no change-freeze calendar at "
084000             WS-FREEZE-PATH
084100         DISPLAY "         freeze checks skipped"
084200         SET WS-FREEZE-WARNED TO TRUE
084300     END-IF.
084400 3225-EXIT.
084500     EXIT.
084600
084700***************************************************************
084800* 3230-HOLD-SET - the set and every open member go to HELD,     *
084900*     the freeze and the frozen member in the history file      *
085000***************************************************************
085100 3230-HOLD-SET.
085200     ADD 1 TO WS-SET-HELD-COUNT.
085300     ADD WS-SM-COUNT TO WS-HELD-COUNT.
085400     IF WS-ST-STATUS(WS-SET-IX) = "HELD"
085500         GO TO 3230-EXIT
085600     END-IF.
085700     DISPLAY "Change set " WS-ST-ID(WS-SET-IX) " HELD - member "
085800         WS-RQ-ID(WS-REQ-IX) ": " WS-FZ-MESSAGE.
085900     MOVE SPACES TO WS-SET-NOTE.
086000     STRING "held for freeze " DELIMITED BY SIZE
086100         WS-FZ-FREEZE-NAME DELIMITED BY "  "
086200         " on " DELIMITED BY SIZE
086300         WS-RQ-ID(WS-REQ-IX) DELIMITED BY SPACE
086400         INTO WS-SET-NOTE.
086500     MOVE "HELD" TO WS-SET-NEW-STATUS.
086600     PERFORM 3900-MARK-SET THRU 3900-EXIT.
086700 3230-EXIT.
086800     EXIT.
086900
087000***************************************************************
087100* 3240-EXPIRE-SET - the set's window passed with the set never  *
087200*     run; the set and its open members are EXPIRED together    *
087300***************************************************************
087400 3240-EXPIRE-SET.
087500     ADD 1 TO WS-SET-EXPIRED-COUNT.
087600     ADD WS-SM-COUNT TO WS-EXPIRED-COUNT.
087700     DISPLAY "Change set " WS-ST-ID(WS-SET-IX)
087800         " EXPIRED unexecuted (window ended "
087900         WS-ST-END(WS-SET-IX) ")".
088000     MOVE "EXPIRED" TO WS-SET-NEW-STATUS.
088100     MOVE "set window passed unexecuted" TO WS-SET-NOTE.
088200     PERFORM 3900-MARK-SET THRU 3900-EXIT.
088300 3240-EXIT.
088400     EXIT.
088500
088600***************************************************************
088700* 3300-EXECUTE-SET - every member is validated before any host  *
088800*     file is touched; then the members are pushed in file      *
088900*     order and the first failed push rolls the set back        *
089000***************************************************************
089100 3300-EXECUTE-SET.
089200     MOVE WS-SM-COUNT TO WS-SET-MEMBER-DISP.
089300     DISPLAY "Executing change set " WS-ST-ID(WS-SET-IX) " - "
089400         WS-SET-MEMBER-DISP " request(s)".
089500     MOVE "N" TO WS-SET-FAIL-SWITCH.
089600     MOVE SPACES TO WS-SET-NOTE.
089700     PERFORM VARYING WS-SM-IX FROM 1 BY 1
089800             UNTIL WS-SM-IX > WS-SM-COUNT OR WS-SET-FAILED
089900         PERFORM 3310-VALIDATE-MEMBER THRU 3310-EXIT
090000     END-PERFORM.
090100     IF WS-SET-FAILED
090200         PERFORM 3350-FAIL-SET THRU 3350-EXIT
090300         GO TO 3300-EXIT
090400     END-IF.
090500     MOVE WS-ST-STATUS(WS-SET-IX) TO WS-HIST-OLD-STATUS
090600         WS-HIST-NEW-STATUS.
090700     MOVE "every member validated - pushing" TO WS-HIST-NOTE.
091100     MOVE WS-ST-ID(WS-SET-IX) TO WS-HIST-ID.
091200     PERFORM 8510-APPEND-HISTORY THRU 8510-EXIT.
091300     PERFORM VARYING WS-SM-IX FROM 1 BY 1
091400             UNTIL WS-SM-IX > WS-SM-COUNT OR WS-SET-FAILED
091500         PERFORM 3320-PUSH-MEMBER THRU 3320-EXIT
091600     END-PERFORM.
091700     IF WS-SET-FAILED
091800         PERFORM 3400-ROLL-BACK-SET THRU 3400-EXIT
091900         PERFORM 3350-FAIL-SET THRU 3350-EXIT
092000         GO TO 3300-EXIT
092100     END-IF.
092200     ADD 1 TO WS-SET-DONE-COUNT.
092300     ADD WS-SM-COUNT TO WS-EXECUTED-COUNT.
092400     DISPLAY "Change set " WS-ST-ID(WS-SET-IX) " DONE".
092500     MOVE "DONE" TO WS-SET-NEW-STATUS.
092600     MOVE SPACES TO WS-SET-NOTE.
092700     STRING "executed in window with set " DELIMITED BY SIZE
092800         WS-ST-ID(WS-SET-IX) DELIMITED BY SPACE
092900         INTO WS-SET-NOTE.
093000     PERFORM 3900-MARK-SET THRU 3900-EXIT.
093100 3300-EXIT.
093200     EXIT.
093300
093400***************************************************************
093500* 3310-VALIDATE-MEMBER - the checks 4000 gives a lone request,  *
093600*     for the member at WS-SM-IX, without writing anything      *
093700***************************************************************
093800 3310-VALIDATE-MEMBER.
093900     MOVE WS-SM-REQ-IX(WS-SM-IX) TO WS-REQ-IX.
094000     MOVE "N" TO WS-ROW-FAIL-SWITCH.
094100     MOVE "N" TO WS-AUTH-FAIL-SWITCH.
094200     DISPLAY "  validating request " WS-RQ-ID(WS-REQ-IX)
094300         " for " WS-RQ-HOSTNAME(WS-REQ-IX) ":"
094400         WS-RQ-IFACE(WS-REQ-IX).
094500     PERFORM 5000-VALIDATE-REQUEST THRU 5000-EXIT.
094600     IF NOT WS-ROW-FAILED
094700         PERFORM 4500-CHECK-AUTHORIZATION THRU 4500-EXIT
094800     END-IF.
094900     IF NOT WS-ROW-FAILED
095000         PERFORM 6000-BUILD-HOST-PARMS THRU 6000-EXIT
095100     END-IF.
095200     IF NOT WS-ROW-FAILED
095300         GO TO 3310-EXIT
095400     END-IF.
095500     SET WS-SET-FAILED TO TRUE.
095600     MOVE SPACES TO WS-SET-NOTE.
095700     IF WS-AUTH-FAILED
095800         STRING WS-RQ-ID(WS-REQ-IX) DELIMITED BY SPACE
095900             " refused by operator authorization"
096000                 DELIMITED BY SIZE
096100             INTO WS-SET-NOTE
096200     ELSE
096300         STRING WS-RQ-ID(WS-REQ-IX) DELIMITED BY SPACE
096400             " failed validation - nothing pushed"
096500                 DELIMITED BY SIZE
096600             INTO WS-SET-NOTE
096700     END-IF.
096800 3310-EXIT.
096900     EXIT.
097000
097100***************************************************************
097200* 3320-PUSH-MEMBER - the member at WS-SM-IX through the 7000    *
097300*     chain, keeping its backup and old addresses for a         *
097400*     roll-back; each push is a step in the history file        *
097500***************************************************************
097600 3320-PUSH-MEMBER.
097700     MOVE WS-SM-REQ-IX(WS-SM-IX) TO WS-REQ-IX.
097800     MOVE "N" TO WS-ROW-FAIL-SWITCH.
097900     DISPLAY "  pushing request " WS-RQ-ID(WS-REQ-IX)
098000         " for " WS-RQ-HOSTNAME(WS-REQ-IX) ":"
098100         WS-RQ-IFACE(WS-REQ-IX).
098200     IF WS-RQ-MAC(WS-REQ-IX) NOT = SPACES
098300         PERFORM 5100-VALIDATE-MAC-BINDING THRU 5100-EXIT
098400     END-IF.
098500     PERFORM 6000-BUILD-HOST-PARMS THRU 6000-EXIT.
098600     MOVE SPACES TO WS-BK-BACKUP-PATH WS-OLD-IP(1) WS-OLD-GW(1)
098700         WS-OLD-IPV6(1).
098800     MOVE "Y" TO WS-BK-STATUS.
098900     PERFORM 7000-PUSH-HOST-FILE THRU 7000-EXIT.
099000     MOVE WS-OUTPUT-PATH TO WS-SM-OUTPUT-PATH(WS-SM-IX).
099100     MOVE WS-BK-BACKUP-PATH TO WS-SM-BACKUP-PATH(WS-SM-IX).
099200     MOVE WS-BK-STATUS TO WS-SM-BK-STATUS(WS-SM-IX).
099300     MOVE WS-OLD-IP(1) TO WS-SM-OLD-IP(WS-SM-IX).
099400     MOVE WS-OLD-GW(1) TO WS-SM-OLD-GW(WS-SM-IX).
099500     MOVE WS-OLD-IPV6(1) TO WS-SM-OLD-IPV6(WS-SM-IX).
099600     MOVE NP-IF-IP(1) TO WS-SM-NEW-IP(WS-SM-IX).
099700     MOVE NP-IF-GATEWAY(1) TO WS-SM-NEW-GW(WS-SM-IX).
099800     MOVE WS-RQ-STATUS(WS-REQ-IX) TO WS-HIST-OLD-STATUS
099900         WS-HIST-NEW-STATUS.
100000     MOVE SPACES TO WS-HIST-NOTE.
100100     IF WS-ROW-FAILED
100200         SET WS-SET-FAILED TO TRUE
100300         MOVE SPACES TO WS-SET-NOTE
100400         STRING WS-RQ-ID(WS-REQ-IX) DELIMITED BY SPACE
100500             " push failed - set rolled back" DELIMITED BY SIZE
100600             INTO WS-SET-NOTE
100700         MOVE "push failed - rolling the set back" TO WS-HIST-NOTE
100800     ELSE
100900         SET WS-SM-PUSHED(WS-SM-IX) TO TRUE
101000         STRING "pushed with set " DELIMITED BY SIZE
101100             WS-ST-ID(WS-SET-IX) DELIMITED BY SPACE
101200             INTO WS-HIST-NOTE
101300     END-IF.
101400     PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
101500 3320-EXIT.
101600     EXIT.
101700
101800***************************************************************
101900* 3350-FAIL-SET - the set and every open member to FAILED with  *
102000*     the reason 3310 or 3320 left in WS-SET-NOTE               *
102100***************************************************************
102200 3350-FAIL-SET.
102300     ADD 1 TO WS-SET-FAILED-COUNT.
102400     ADD WS-SM-COUNT TO WS-FAILED-COUNT.
102500     DISPLAY "Change set " WS-ST-ID(WS-SET-IX) " FAILED - "
102600         WS-SET-NOTE.
102700     MOVE "FAILED" TO WS-SET-NEW-STATUS.
102800     PERFORM 3900-MARK-SET THRU 3900-EXIT.
102900 3350-EXIT.
103000     EXIT.
103100
103200***************************************************************
103300* 3400-ROLL-BACK-SET - every member a push was attempted for,   *
103400*     newest first, so two members on one host unwind to the    *
103500*     file that was there before the set started                *
103600***************************************************************
103700 3400-ROLL-BACK-SET.
103800     DISPLAY "  rolling back change set " WS-ST-ID(WS-SET-IX).
103900     PERFORM VARYING WS-SM-IX FROM WS-SM-COUNT BY -1
104000             UNTIL WS-SM-IX < 1
104100         IF WS-SM-OUTPUT-PATH(WS-SM-IX) NOT = SPACES
104200             PERFORM 3410-ROLL-BACK-MEMBER THRU 3410-EXIT
104300         END-IF
104400     END-PERFORM.
104500 3400-EXIT.
104600     EXIT.
104700
104800***************************************************************
104900* 3410-ROLL-BACK-MEMBER - put back the BackupNetplan copy taken *
105000*     for the member at WS-SM-IX; a file the set created is     *
105100*     removed.  With no copy there is nothing safe to do but    *
105200*     say so                                                    *
105300***************************************************************
105400 3410-ROLL-BACK-MEMBER.
105500     MOVE WS-SM-REQ-IX(WS-SM-IX) TO WS-REQ-IX.
105600     MOVE SPACES TO WS-RESTORE-COMMAND WS-HIST-NOTE.
105700     EVALUATE TRUE
105800         WHEN WS-SM-BACKUP-PATH(WS-SM-IX) NOT = SPACES
105900             STRING "cp -p '" DELIMITED BY SIZE
106000                 WS-SM-BACKUP-PATH(WS-SM-IX) DELIMITED BY SPACE
106100                 "' '" DELIMITED BY SIZE
106200                 WS-SM-OUTPUT-PATH(WS-SM-IX) DELIMITED BY SPACE
106300                 "'" DELIMITED BY SIZE
106400                 INTO WS-RESTORE-COMMAND
106500             MOVE "rolled back - prior file restored from backup"
106600                 TO WS-HIST-NOTE
106700         WHEN WS-SM-BK-STATUS(WS-SM-IX) = "N"
106800             DISPLAY "  WARNING: no backup of "
106900                 WS-SM-OUTPUT-PATH(WS-SM-IX)
107000                 " was taken - check "
107100                 WS-RQ-HOSTNAME(WS-REQ-IX) " by hand"
107200             MOVE "NOT rolled back - no backup was taken"
107300                 TO WS-HIST-NOTE
107400         WHEN OTHER
107500             STRING "rm -f '" DELIMITED BY SIZE
107600                 WS-SM-OUTPUT-PATH(WS-SM-IX) DELIMITED BY SPACE
107700                 "'" DELIMITED BY SIZE
107800                 INTO WS-RESTORE-COMMAND
107900             MOVE "rolled back - file written by the set removed"
108000                 TO WS-HIST-NOTE
108100     END-EVALUATE.
108200     IF WS-RESTORE-COMMAND NOT = SPACES
108300         CALL "SYSTEM" USING WS-RESTORE-COMMAND
108400         DISPLAY "  " WS-RQ-ID(WS-REQ-IX) " rolled back: "
108500             WS-SM-OUTPUT-PATH(WS-SM-IX)
108600     END-IF.
108700     IF WS-SM-PUSHED(WS-SM-IX)
108800         PERFORM 3420-UNDO-MEMBER-RECORDS THRU 3420-EXIT
108900     END-IF.
109000     MOVE WS-RQ-STATUS(WS-REQ-IX) TO WS-HIST-OLD-STATUS
109100         WS-HIST-NEW-STATUS.
109200     PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
109300 3410-EXIT.
109400     EXIT.
109500
109600***************************************************************
109700* 3420-UNDO-MEMBER-RECORDS - the change log, allocation master  *
109800*     and DNS feed get the reverse of what the member's push    *
109900*     recorded, tagged "rollback:" the way RollbackNetplan      *
110000*     tags a restore                                            *
110100***************************************************************
110200 3420-UNDO-MEMBER-RECORDS.
110300     MOVE SPACES TO WS-AUDIT-TAG.
110400     STRING "rollback:" DELIMITED BY SIZE
110500         WS-RQ-HOSTNAME(WS-REQ-IX) DELIMITED BY SPACE
110600         ":" DELIMITED BY SIZE
110700         WS-RQ-IFACE(WS-REQ-IX) DELIMITED BY SPACE
110800         INTO WS-AUDIT-TAG.
110900     MOVE WS-RQ-ID(WS-REQ-IX) TO WS-TICKET-REF.
111000     CALL "WriteAudit" USING WS-AUDIT-LOG-PATH
111100         WS-AUDIT-TAG WS-SM-NEW-IP(WS-SM-IX)
111200         WS-SM-NEW-GW(WS-SM-IX) WS-SM-OLD-IP(WS-SM-IX)
111300         WS-SM-OLD-GW(WS-SM-IX) WS-TICKET-REF.
111310     IF WS-SM-OLD-IP(WS-SM-IX) = "(none)"
111320         MOVE SPACES TO WS-SM-OLD-IP(WS-SM-IX)
111330     END-IF.
111340     IF WS-SM-OLD-IPV6(WS-SM-IX) = "(none)"
111350         MOVE SPACES TO WS-SM-OLD-IPV6(WS-SM-IX)
111360     END-IF.
111400     MOVE SPACES TO WS-AL-HOLDER.
111500     STRING WS-RQ-HOSTNAME(WS-REQ-IX) DELIMITED BY SPACE
111600         ":" DELIMITED BY SIZE
111700         WS-RQ-IFACE(WS-REQ-IX) DELIMITED BY SPACE
111800         INTO WS-AL-HOLDER.
111900     IF WS-SM-OLD-IP(WS-SM-IX) = SPACES
112000         DISPLAY "  WARNING: " WS-SM-NEW-IP(WS-SM-IX)
112100             " stays assigned to " WS-AL-HOLDER
112200         DISPLAY "           in the allocation master -"
112300             " release it by hand"
112400     ELSE
112500         MOVE "U" TO WS-AL-FUNCTION
112600         MOVE WS-SM-NEW-IP(WS-SM-IX) TO WS-AL-OLD-ADDR
112700         MOVE SPACES TO WS-AL-SUBNET
112800         CALL "CheckAllocation" USING WS-ALLOC-PATH
112900             WS-AL-FUNCTION WS-SM-OLD-IP(WS-SM-IX)
113000             WS-AL-OLD-ADDR WS-AL-HOLDER WS-AL-SUBNET
113100             WS-AL-RESULT WS-AL-MESSAGE
113200         IF WS-AL-REJECTED
113300             DISPLAY "  WARNING: allocation master not updated: "
113400                 WS-AL-MESSAGE
113500         END-IF
113600     END-IF.
113700     CALL "WriteDnsChange" USING WS-DNS-FEED-PATH
113800         WS-RQ-HOSTNAME(WS-REQ-IX) WS-SM-NEW-IP(WS-SM-IX)
113900         WS-SM-OLD-IP(WS-SM-IX) WS-NO-ADDR
114000         WS-SM-OLD-IPV6(WS-SM-IX) WS-TICKET-REF.
114100 3420-EXIT.
114200     EXIT.
114300
114400***************************************************************
114500* 3900-MARK-SET - the set at WS-SET-IX and each open member to  *
114600*     WS-SET-NEW-STATUS, one history record apiece with the     *
114700*     note in WS-SET-NOTE                                       *
114800***************************************************************
114900 3900-MARK-SET.
115000     PERFORM VARYING WS-SM-IX FROM 1 BY 1
115100             UNTIL WS-SM-IX > WS-SM-COUNT
115200         MOVE WS-SM-REQ-IX(WS-SM-IX) TO WS-REQ-IX
115300         IF WS-RQ-STATUS(WS-REQ-IX) NOT = WS-SET-NEW-STATUS
115400             MOVE WS-RQ-STATUS(WS-REQ-IX) TO WS-HIST-OLD-STATUS
115500             MOVE WS-SET-NEW-STATUS TO WS-RQ-STATUS(WS-REQ-IX)
115600                 WS-HIST-NEW-STATUS
115700             MOVE WS-SET-NOTE TO WS-HIST-NOTE
115800             PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT
115900         END-IF
116000     END-PERFORM.
116100     MOVE WS-ST-STATUS(WS-SET-IX) TO WS-HIST-OLD-STATUS.
116200     MOVE WS-SET-NEW-STATUS TO WS-ST-STATUS(WS-SET-IX)
116300         WS-HIST-NEW-STATUS.
116400     MOVE WS-SET-NOTE TO WS-HIST-NOTE.
116500     MOVE WS-ST-ID(WS-SET-IX) TO WS-HIST-ID.
116600     PERFORM 8510-APPEND-HISTORY THRU 8510-EXIT.
116700 3900-EXIT.
116800     EXIT.
116900
117000***************************************************************
117100* 4000-EXECUTE-REQUEST - the request at WS-REQ-IX goes through  *
117200*     the same validate/backup/write/audit chain the inventory  *
117300*     batch uses, then is marked DONE or FAILED                 *
117400***************************************************************
117500 4000-EXECUTE-REQUEST.
117600     MOVE "N" TO WS-ROW-FAIL-SWITCH.
117700     MOVE "N" TO WS-AUTH-FAIL-SWITCH.
117800     DISPLAY "Executing request " WS-RQ-ID(WS-REQ-IX)
117900         " for " WS-RQ-HOSTNAME(WS-REQ-IX) ":"
118000         WS-RQ-IFACE(WS-REQ-IX).
118100     PERFORM 5000-VALIDATE-REQUEST THRU 5000-EXIT.
118200     IF NOT WS-ROW-FAILED
118300         PERFORM 4500-CHECK-AUTHORIZATION THRU 4500-EXIT
118400     END-IF.
118500     IF NOT WS-ROW-FAILED
118600         PERFORM 6000-BUILD-HOST-PARMS THRU 6000-EXIT
118700     END-IF.
118800     IF NOT WS-ROW-FAILED
118900         PERFORM 7000-PUSH-HOST-FILE THRU 7000-EXIT
119000     END-IF.
119100     IF WS-ROW-FAILED
119200         MOVE "FAILED" TO WS-RQ-STATUS(WS-REQ-IX)
119300         ADD 1 TO WS-FAILED-COUNT
119400         DISPLAY "Request " WS-RQ-ID(WS-REQ-IX) " FAILED"
119500         MOVE "FAILED" TO WS-HIST-NEW-STATUS
119600         MOVE "execution failed" TO WS-HIST-NOTE
119700         IF WS-AUTH-FAILED
119800             MOVE "refused by operator authorization"
119900                 TO WS-HIST-NOTE
120000         END-IF
120100     ELSE
120200         MOVE "DONE" TO WS-RQ-STATUS(WS-REQ-IX)
120300         ADD 1 TO WS-EXECUTED-COUNT
120400         DISPLAY "Request " WS-RQ-ID(WS-REQ-IX) " DONE - wrote "
120500             WS-OUTPUT-PATH
120600         MOVE "DONE" TO WS-HIST-NEW-STATUS
120700         MOVE "executed in window" TO WS-HIST-NOTE
120800     END-IF.
120900     PERFORM 8500-WRITE-HISTORY THRU 8500-EXIT.
121000 4000-EXIT.
121100     EXIT.
121200
121300***************************************************************
121400* 4500-CHECK-AUTHORIZATION - the requester must be allowed to   *
121500*     push this address to this host and the approver to have   *
121600*     approved it; a box with no authorization file gets a      *
121700*     warning and the historical unchecked behaviour            *
121800***************************************************************
121900 4500-CHECK-AUTHORIZATION.
122000     IF WS-AUTH-WARNED
122100         GO TO 4500-EXIT
122200     END-IF.
122300     MOVE WS-RQ-ID(WS-REQ-IX) TO WS-TICKET-REF.
122400     MOVE "P" TO WS-AZ-ACTION.
122500     CALL "CheckAuthorization" USING WS-AUTH-PATH
122600         WS-AUDIT-LOG-PATH WS-RQ-REQUESTER(WS-REQ-IX)
122700         WS-AZ-ACTION WS-RQ-HOSTNAME(WS-REQ-IX)
122800         WS-RQ-IFACE(WS-REQ-IX) WS-RQ-IP(WS-REQ-IX)
122900         WS-TICKET-REF WS-AZ-RESULT WS-AZ-MESSAGE.
123000     IF WS-AZ-NO-FILE
123100         DISPLAY "WARNING: no operator authorization file at "
123200             WS-AUTH-PATH
123300         DISPLAY "         authorization checks skipped"
123400         SET WS-AUTH-WARNED TO TRUE
123500         GO TO 4500-EXIT
123600     END-IF.
123700     IF WS-AZ-REFUSED
123800         DISPLAY "  requester not authorized: " WS-AZ-MESSAGE
123900         SET WS-ROW-FAILED TO TRUE
124000         SET WS-AUTH-FAILED TO TRUE
124100         GO TO 4500-EXIT
124200     END-IF.
124300     MOVE "A" TO WS-AZ-ACTION.
124400     CALL "CheckAuthorization" USING WS-AUTH-PATH
124500         WS-AUDIT-LOG-PATH WS-RQ-APPROVER(WS-REQ-IX)
124600         WS-AZ-ACTION WS-RQ-HOSTNAME(WS-REQ-IX)
124700         WS-RQ-IFACE(WS-REQ-IX) WS-RQ-IP(WS-REQ-IX)
124800         WS-TICKET-REF WS-AZ-RESULT WS-AZ-MESSAGE.
124900     IF WS-AZ-REFUSED
125000         DISPLAY "  approver not authorized: " WS-AZ-MESSAGE
125100         SET WS-ROW-FAILED TO TRUE
125200         SET WS-AUTH-FAILED TO TRUE
125300     END-IF.
125400 4500-EXIT.
125500     EXIT.
125600***************************************************************
125700* 5000-VALIDATE-REQUEST - the same name/address/allocation      *
125800*     checks the batch gives an inventory row                   *
125900***************************************************************
126000 5000-VALIDATE-REQUEST.
126100     MOVE SPACES TO WS-VN-NAME-CHECK.
126200     MOVE WS-RQ-HOSTNAME(WS-REQ-IX) TO WS-VN-NAME-CHECK.
126300     CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
126400         WS-VN-VALID-SWITCH.
126500     IF NOT WS-VN-IS-VALID
126600         DISPLAY "  invalid host name: "
126700             WS-RQ-HOSTNAME(WS-REQ-IX)
126800         SET WS-ROW-FAILED TO TRUE
126900         GO TO 5000-EXIT
127000     END-IF.
127100     MOVE SPACES TO WS-VN-NAME-CHECK.
127200     MOVE WS-RQ-IFACE(WS-REQ-IX) TO WS-VN-NAME-CHECK.
127300     CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
127400         WS-VN-VALID-SWITCH.
127500     IF NOT WS-VN-IS-VALID
127600         DISPLAY "  invalid interface name: "
127700             WS-RQ-IFACE(WS-REQ-IX)
127800         SET WS-ROW-FAILED TO TRUE
127900         GO TO 5000-EXIT
128000     END-IF.
128100     MOVE "4" TO WS-VA-FAMILY.
128200     MOVE "N" TO WS-VA-REQUIRE-PREFIX.
128300     MOVE SPACES TO WS-VA-SUBNET-CHECK.
128400     CALL "ValidateIPAddr" USING WS-RQ-GATEWAY(WS-REQ-IX)
128500         WS-VA-FAMILY WS-VA-REQUIRE-PREFIX
128600         WS-VA-SUBNET-CHECK WS-VA-VALID.
128700     IF NOT WS-VA-IS-VALID
128800         DISPLAY "  invalid gateway: "
128900             WS-RQ-GATEWAY(WS-REQ-IX)
129000         SET WS-ROW-FAILED TO TRUE
129100         GO TO 5000-EXIT
129200     END-IF.
129300     MOVE "4" TO WS-VA-FAMILY.
129400     MOVE "Y" TO WS-VA-REQUIRE-PREFIX.
129500     MOVE WS-RQ-GATEWAY(WS-REQ-IX) TO WS-VA-SUBNET-CHECK.
129600     CALL "ValidateIPAddr" USING WS-RQ-IP(WS-REQ-IX)
129700         WS-VA-FAMILY WS-VA-REQUIRE-PREFIX
129800         WS-VA-SUBNET-CHECK WS-VA-VALID.
129900     IF NOT WS-VA-IS-VALID
130000         DISPLAY "  invalid address/prefix: "
130100             WS-RQ-IP(WS-REQ-IX)
130200         SET WS-ROW-FAILED TO TRUE
130300         GO TO 5000-EXIT
130400     END-IF.
130500     IF WS-RQ-MAC(WS-REQ-IX) NOT = SPACES
130600         PERFORM 5100-VALIDATE-MAC-BINDING THRU 5100-EXIT
130700         IF WS-ROW-FAILED
130800             GO TO 5000-EXIT
130900         END-IF
131000     END-IF.
131100     MOVE SPACES TO WS-AL-HOLDER.
131200     STRING WS-RQ-HOSTNAME(WS-REQ-IX) DELIMITED BY SPACE
131300         ":" DELIMITED BY SIZE
131400         WS-RQ-IFACE(WS-REQ-IX) DELIMITED BY SPACE
131500         INTO WS-AL-HOLDER.
131600     MOVE "C" TO WS-AL-FUNCTION.
131700     MOVE SPACES TO WS-AL-OLD-ADDR WS-AL-SUBNET.
131800     CALL "CheckAllocation" USING WS-ALLOC-PATH
131900         WS-AL-FUNCTION WS-RQ-IP(WS-REQ-IX) WS-AL-OLD-ADDR
132000         WS-AL-HOLDER WS-AL-SUBNET WS-AL-RESULT
132100         WS-AL-MESSAGE.
132200     IF WS-AL-NO-MASTER
132300         IF NOT WS-ALLOC-WARNED
132400             DISPLAY "WARNING: no allocation master file at "
132500                 WS-ALLOC-PATH
132600             DISPLAY "         allocation checks skipped"
132700             SET WS-ALLOC-WARNED TO TRUE
132800         END-IF
132900         GO TO 5000-EXIT
133000     END-IF.
133100     IF WS-AL-REJECTED
133200         DISPLAY "  allocation check failed: " WS-AL-MESSAGE
133300         SET WS-ROW-FAILED TO TRUE
133400     END-IF.
133500 5000-EXIT.
133600     EXIT.
133700
133800***************************************************************
133900* 5100-VALIDATE-MAC-BINDING - the request's <mac>[@<set-name>]  *
134000*     gets the same checks ChangeSched gave it at filing time;  *
134100*     the lower-cased MAC and the set-name are left in          *
134200*     WS-VM-MAC-CHECK / WS-EX-SET-NAME-PART for 6000            *
134300***************************************************************
134400 5100-VALIDATE-MAC-BINDING.
134500     MOVE SPACES TO WS-EX-MAC-PART WS-EX-SET-NAME-PART.
134600     UNSTRING WS-RQ-MAC(WS-REQ-IX) DELIMITED BY "@"
134700         INTO WS-EX-MAC-PART WS-EX-SET-NAME-PART.
134800     IF WS-EX-MAC-PART(18:) NOT = SPACES
134900        OR WS-EX-SET-NAME-PART(21:) NOT = SPACES
135000        OR WS-RQ-VLANID(WS-REQ-IX) NOT = SPACES
135100         DISPLAY "  invalid MAC binding: " WS-RQ-MAC(WS-REQ-IX)
135200         SET WS-ROW-FAILED TO TRUE
135300         GO TO 5100-EXIT
135400     END-IF.
135500     MOVE WS-EX-MAC-PART TO WS-VM-MAC-CHECK.
135600     CALL "ValidateMACAddr" USING WS-VM-MAC-CHECK
135700         WS-VM-VALID-SWITCH.
135800     IF NOT WS-VM-IS-VALID
135900         DISPLAY "  invalid MAC address: " WS-EX-MAC-PART
136000         SET WS-ROW-FAILED TO TRUE
136100         GO TO 5100-EXIT
136200     END-IF.
136300     IF WS-EX-SET-NAME-PART NOT = SPACES
136400         MOVE SPACES TO WS-VN-NAME-CHECK
136500         MOVE WS-EX-SET-NAME-PART TO WS-VN-NAME-CHECK
136600         CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
136700             WS-VN-VALID-SWITCH
136800         IF NOT WS-VN-IS-VALID
136900             DISPLAY "  invalid set-name: " WS-EX-SET-NAME-PART
137000             SET WS-ROW-FAILED TO TRUE
137100         END-IF
137200     END-IF.
137300 5100-EXIT.
137400     EXIT.
137500
137600***************************************************************
137700* 6000-BUILD-HOST-PARMS - load NP-PARMS with this request's     *
137800*                         single-interface row                  *
137900***************************************************************
138000 6000-BUILD-HOST-PARMS.
138100     MOVE 1 TO NP-IFACE-COUNT.
138200     MOVE WS-RQ-IFACE(WS-REQ-IX) TO NP-IF-NAME(1).
138300     MOVE WS-RQ-IP(WS-REQ-IX) TO NP-IF-IP(1).
138400     MOVE WS-RQ-GATEWAY(WS-REQ-IX) TO NP-IF-GATEWAY(1).
138500     MOVE SPACES TO NP-IF-IPV6(1) NP-IF-GATEWAY6(1).
138600     MOVE 0 TO NP-IF-VLAN-ID(1).
138700     MOVE SPACES TO NP-IF-VLAN-LINK(1).
138800     MOVE 0 TO NP-IF-BOND-COUNT(1).
138900     MOVE 0 TO NP-IF-ROUTE-COUNT(1).
139000     MOVE SPACES TO NP-IF-MACADDR(1) NP-IF-SET-NAME(1).
139100     IF WS-RQ-MAC(WS-REQ-IX) NOT = SPACES
139200         MOVE WS-VM-MAC-CHECK TO NP-IF-MACADDR(1)
139300         MOVE WS-EX-SET-NAME-PART TO NP-IF-SET-NAME(1)
139400     END-IF.
139500     IF WS-RQ-VLANID(WS-REQ-IX) NOT = SPACES
139600        AND WS-RQ-VLANLINK(WS-REQ-IX) NOT = SPACES
139700         SET NP-IF-VLAN(1) TO TRUE
139800         MOVE WS-RQ-VLANLINK(WS-REQ-IX)
139900             TO NP-IF-VLAN-LINK(1)
140000         MOVE 0 TO WS-TRAIL-CNT
140100         INSPECT WS-RQ-VLANID(WS-REQ-IX)
140200             TALLYING WS-TRAIL-CNT FOR TRAILING SPACE
140300         IF WS-TRAIL-CNT < 4 AND
140400            WS-RQ-VLANID(WS-REQ-IX)(1 : 4 - WS-TRAIL-CNT)
140500                IS NUMERIC
140600             MOVE WS-RQ-VLANID(WS-REQ-IX)
140700                 TO NP-IF-VLAN-ID(1)
140800         ELSE
140900             DISPLAY "  invalid VLAN id: "
141000                 WS-RQ-VLANID(WS-REQ-IX)
141100             SET WS-ROW-FAILED TO TRUE
141200         END-IF
141300     ELSE
141400         SET NP-IF-PHYSICAL(1) TO TRUE
141500     END-IF.
141600     MOVE SPACES TO WS-OUTPUT-PATH.
141700     STRING WS-OUTPUT-DIR DELIMITED BY SPACE
141800         WS-RQ-HOSTNAME(WS-REQ-IX) DELIMITED BY SPACE
141900         "-static-network.yaml" DELIMITED BY SIZE
142000         INTO WS-OUTPUT-PATH.
142100 6000-EXIT.
142200     EXIT.
142300
142400***************************************************************
142500* 7000-PUSH-HOST-FILE - capture old values, back up, render,    *
142600*     audit and update the allocation master - the same chain   *
142700*     a batch row goes through                                  *
142800***************************************************************
142900 7000-PUSH-HOST-FILE.
143000     MOVE NP-IF-NAME(1) TO WS-OLD-IFACE-NAMES(1).
143100     CALL "ReadOldNetplan" USING WS-OUTPUT-PATH NP-IFACE-COUNT
143200         WS-OLD-IFACE-NAMES WS-OLD-IP WS-OLD-GW WS-OLD-IPV6.
143300     CALL "BackupNetplan" USING WS-OUTPUT-PATH
143400         WS-BK-BACKUP-PATH WS-BK-STATUS.
143500     IF WS-BK-STATUS NOT = "N" AND WS-BK-BACKUP-PATH NOT = SPACES
143600         DISPLAY "  prior configuration backed up to "
143700             WS-BK-BACKUP-PATH
143800     END-IF.
143900     MOVE WS-OUTPUT-PATH TO NP-OUTPUT-PATH.
144000     SET NP-DRYRUN-NO TO TRUE.
144100     CALL "WriteNetplanYAML" USING NP-PARMS.
144200     IF NP-RETURN-CODE NOT = 0
144300         DISPLAY "  could not write netplan file "
144400             WS-OUTPUT-PATH
144500         SET WS-ROW-FAILED TO TRUE
144600         GO TO 7000-EXIT
144700     END-IF.
144800     MOVE SPACES TO WS-AUDIT-TAG.
144900     STRING WS-RQ-HOSTNAME(WS-REQ-IX) DELIMITED BY SPACE
145000         ":" DELIMITED BY SIZE
145100         WS-RQ-IFACE(WS-REQ-IX) DELIMITED BY SPACE
145200         INTO WS-AUDIT-TAG.
145300     MOVE SPACES TO WS-TICKET-REF.
145400     MOVE WS-RQ-ID(WS-REQ-IX) TO WS-TICKET-REF.
145500     CALL "WriteAudit" USING WS-AUDIT-LOG-PATH
145600         WS-AUDIT-TAG WS-OLD-IP(1)
145700         WS-OLD-GW(1) NP-IF-IP(1)
145800         NP-IF-GATEWAY(1) WS-TICKET-REF.
145900     MOVE SPACES TO WS-AL-HOLDER.
146000     STRING WS-RQ-HOSTNAME(WS-REQ-IX) DELIMITED BY SPACE
146100         ":" DELIMITED BY SIZE
146200         WS-RQ-IFACE(WS-REQ-IX) DELIMITED BY SPACE
146300         INTO WS-AL-HOLDER.
146400     MOVE "U" TO WS-AL-FUNCTION.
146500     MOVE WS-OLD-IP(1) TO WS-AL-OLD-ADDR.
146600     MOVE SPACES TO WS-AL-SUBNET.
146700     CALL "CheckAllocation" USING WS-ALLOC-PATH
146800         WS-AL-FUNCTION NP-IF-IP(1) WS-AL-OLD-ADDR
146900         WS-AL-HOLDER WS-AL-SUBNET WS-AL-RESULT
147000         WS-AL-MESSAGE.
147100     IF WS-AL-REJECTED
147200         DISPLAY "  WARNING: allocation master not updated: "
147300             WS-AL-MESSAGE
147400     END-IF.
147500     CALL "WriteDnsChange" USING WS-DNS-FEED-PATH
147600         WS-RQ-HOSTNAME(WS-REQ-IX) WS-OLD-IP(1)
147700         NP-IF-IP(1) WS-OLD-IPV6(1) NP-IF-IPV6(1)
147800         WS-TICKET-REF.
147900 7000-EXIT.
148000     EXIT.
148100
148200***************************************************************
148300* 8000-REWRITE-REQUESTS - whole table back to the request file  *
148400*     so DONE/FAILED/EXPIRED marks survive this run             *
148500***************************************************************
148600 8000-REWRITE-REQUESTS.
148700     IF WS-REQ-COUNT = 0
148800         GO TO 8000-EXIT
148900     END-IF.
149000*    Every line is built before the file is opened, so a request
149100*    too long for the file leaves the file as it was
149200     MOVE "N" TO WS-LINE-SWITCH.
149300     PERFORM VARYING WS-IX FROM 1 BY 1
149400             UNTIL WS-IX > WS-REQ-COUNT OR WS-LINE-TOO-LONG
149500         PERFORM 8010-BUILD-REQUEST-LINE THRU 8010-EXIT
149600     END-PERFORM.
149700     IF WS-LINE-TOO-LONG
149800         SET WS-ABORT TO TRUE
149900         GO TO 8000-EXIT
150000     END-IF.
150100     OPEN OUTPUT CR-REQUEST-FILE.
150200     IF WS-FILE-STATUS NOT = "00"
150300         DISPLAY "ERROR: cannot rewrite request file "
150400             WS-REQUEST-PATH
150500         SET WS-ABORT TO TRUE
150600         GO TO 8000-EXIT
150700     END-IF.
150800     PERFORM VARYING WS-IX FROM 1 BY 1
150900             UNTIL WS-IX > WS-REQ-COUNT
151000         PERFORM 8010-BUILD-REQUEST-LINE THRU 8010-EXIT
151100         WRITE CR-REQUEST-RECORD FROM WS-REQUEST-LINE
151200     END-PERFORM.
151300     CLOSE CR-REQUEST-FILE.
151400 8000-EXIT.
151500     EXIT.
151600
151700***************************************************************
151800* 8010-BUILD-REQUEST-LINE - one request table entry as a line   *
151900*     of the request file                                       *
152000***************************************************************
152100 8010-BUILD-REQUEST-LINE.
152200     MOVE SPACES TO WS-REQUEST-LINE.
152300     STRING WS-RQ-ID(WS-IX) DELIMITED BY SPACE
152400         "|" DELIMITED BY SIZE
152500         WS-RQ-HOSTNAME(WS-IX) DELIMITED BY SPACE
152600         "|" DELIMITED BY SIZE
152700         WS-RQ-IFACE(WS-IX) DELIMITED BY SPACE
152800         "|" DELIMITED BY SIZE
152900         WS-RQ-IP(WS-IX) DELIMITED BY SPACE
153000         "|" DELIMITED BY SIZE
153100         WS-RQ-GATEWAY(WS-IX) DELIMITED BY SPACE
153200         "|" DELIMITED BY SIZE
153300         WS-RQ-VLANID(WS-IX) DELIMITED BY SPACE
153400         "|" DELIMITED BY SIZE
153500         WS-RQ-VLANLINK(WS-IX) DELIMITED BY SPACE
153600         "|" DELIMITED BY SIZE
153700         WS-RQ-REQUESTER(WS-IX) DELIMITED BY SPACE
153800         "|" DELIMITED BY SIZE
153900         WS-RQ-APPROVER(WS-IX) DELIMITED BY SPACE
154000         "|" DELIMITED BY SIZE
154100         WS-RQ-STATUS(WS-IX) DELIMITED BY SPACE
154200         "|" DELIMITED BY SIZE
154300         WS-RQ-START(WS-IX) DELIMITED BY SPACE
154400         "|" DELIMITED BY SIZE
154500         WS-RQ-END(WS-IX) DELIMITED BY SPACE
154600         "|" DELIMITED BY SIZE
154700         WS-RQ-REASON(WS-IX) DELIMITED BY "  "
154800         "|" DELIMITED BY SIZE
154900         WS-RQ-MAC(WS-IX) DELIMITED BY SPACE
155000         "|" DELIMITED BY SIZE
155100         WS-RQ-SET-ID(WS-IX) DELIMITED BY SPACE
155200         INTO WS-REQUEST-LINE
155300         ON OVERFLOW
155400             DISPLAY "ERROR: request " WS-RQ-ID(WS-IX)
155500                 " is too long for the request file - not"
155600                 " rewritten"
155700             SET WS-LINE-TOO-LONG TO TRUE
155800     END-STRING.
155900 8010-EXIT.
156000     EXIT.
156100
156200***************************************************************
156300* 8100-REWRITE-SETS - whole set table back to the change-set    *
156400*     file so DONE/FAILED/EXPIRED/HELD marks survive this run   *
156500***************************************************************
156600 8100-REWRITE-SETS.
156700     IF WS-SET-COUNT = 0
156800         GO TO 8100-EXIT
156900     END-IF.
157000     OPEN OUTPUT CS-SET-FILE.
157100     IF WS-SET-STATUS NOT = "00"
157200         DISPLAY "ERROR: cannot rewrite change-set file "
157300             WS-SET-PATH
157400         SET WS-ABORT TO TRUE
157500         GO TO 8100-EXIT
157600     END-IF.
157700     PERFORM VARYING WS-IX FROM 1 BY 1
157800             UNTIL WS-IX > WS-SET-COUNT
157900         MOVE SPACES TO CS-SET-RECORD
158000         STRING WS-ST-ID(WS-IX) DELIMITED BY SPACE
158100             "|" DELIMITED BY SIZE
158200             WS-ST-REQUESTER(WS-IX) DELIMITED BY SPACE
158300             "|" DELIMITED BY SIZE
158400             WS-ST-APPROVER(WS-IX) DELIMITED BY SPACE
158500             "|" DELIMITED BY SIZE
158600             WS-ST-STATUS(WS-IX) DELIMITED BY SPACE
158700             "|" DELIMITED BY SIZE
158800             WS-ST-START(WS-IX) DELIMITED BY SPACE
158900             "|" DELIMITED BY SIZE
159000             WS-ST-END(WS-IX) DELIMITED BY SPACE
159100             "|" DELIMITED BY SIZE
159200             WS-ST-DESC(WS-IX) DELIMITED BY "  "
159300             INTO CS-SET-RECORD
159400         WRITE CS-SET-RECORD
159500     END-PERFORM.
159600     CLOSE CS-SET-FILE.
159700 8100-EXIT.
159800     EXIT.
159900
160000***************************************************************
160100* 8500-WRITE-HISTORY - one APPROVED/HELD-to-whatever transition *
160200*     record for the request at WS-REQ-IX, appended to the      *
160300*     history file ChangeSched keeps                            *
160400***************************************************************
160500 8500-WRITE-HISTORY.
160600     MOVE WS-RQ-ID(WS-REQ-IX) TO WS-HIST-ID.
160700     PERFORM 8510-APPEND-HISTORY THRU 8510-EXIT.
160800 8500-EXIT.
160900     EXIT.
161000
161100***************************************************************
161200* 8510-APPEND-HISTORY - the transition record for the request   *
161300*     or change set named in WS-HIST-ID                         *
161400***************************************************************
161500 8510-APPEND-HISTORY.
161600     ACCEPT WS-NOW-DATE8 FROM DATE YYYYMMDD.
161700     ACCEPT WS-NOW-TIME8 FROM TIME.
161800     MOVE SPACES TO WS-HIST-STAMP.
161900     STRING WS-NOW-DATE8 "-" WS-NOW-TIME8
162000         DELIMITED BY SIZE
162100         INTO WS-HIST-STAMP.
162200     OPEN EXTEND CR-HISTORY-FILE.
162300     IF WS-HIST-STATUS NOT = "00"
162400         OPEN OUTPUT CR-HISTORY-FILE
162500     END-IF.
162600     IF WS-HIST-STATUS NOT = "00"
162700         DISPLAY "WARNING: cannot write history file "
162800             WS-HISTORY-PATH
162900         GO TO 8510-EXIT
163000     END-IF.
163100     MOVE SPACES TO CR-HISTORY-RECORD.
163200     STRING WS-HIST-ID DELIMITED BY SPACE
163300         "|" DELIMITED BY SIZE
163400         WS-HIST-STAMP DELIMITED BY SPACE
163500         "|" DELIMITED BY SIZE
163600         WS-OPERATOR DELIMITED BY SPACE
163700         "|" DELIMITED BY SIZE
163800         WS-HIST-OLD-STATUS DELIMITED BY SPACE
163900         "|" DELIMITED BY SIZE
164000         WS-HIST-NEW-STATUS DELIMITED BY SPACE
164100         "|" DELIMITED BY SIZE
164200         WS-HIST-NOTE DELIMITED BY "  "
164300         INTO CR-HISTORY-RECORD.
164400     WRITE CR-HISTORY-RECORD.
164500     CLOSE CR-HISTORY-FILE.
164600 8510-EXIT.
164700     EXIT.
164800
164900***************************************************************
165000* 9000-REPORT-SUMMARY - executed/failed/expired/waiting/held,   *
165100*     requests and then change sets                             *
165200***************************************************************
165300 9000-REPORT-SUMMARY.
165400     DISPLAY "Planned-change run complete: "
165500         WS-EXECUTED-COUNT " executed, "
165600         WS-FAILED-COUNT " failed, "
165700         WS-EXPIRED-COUNT " expired, "
165800         WS-WAITING-COUNT " waiting, "
165900         WS-HELD-COUNT " held for a freeze.".
166000     IF WS-SET-COUNT > 0
166100         DISPLAY "Change sets: "
166200             WS-SET-DONE-COUNT " done, "
166300             WS-SET-FAILED-COUNT " failed, "
166400             WS-SET-EXPIRED-COUNT " expired, "
166500             WS-SET-WAITING-COUNT " waiting, "
166600             WS-SET-HELD-COUNT " held for a freeze."
166700     END-IF.
166800 9000-EXIT.
166900     EXIT.
167000
167100 END PROGRAM ChangeExec.
