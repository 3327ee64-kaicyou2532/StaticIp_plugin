002800*        -route <dest/pfx>@<via>[@<metric>]                     *
002900*                                       static route, may be    *
003000*                                       given up to four times  *
003020*        -mac <mac>[@<set-name>]        pin a physical NIC by   *
003040*                                       MAC; set-name defaults  *
003060*                                       to the interface name   *
003100*        -search <dom1,dom2,...>        DNS search domain list *
003200*        -dnsconfig <path>              site-defaults DNS file  *
003300*        -dryrun                        preview, do not push    *
003800*        -ticket <ref>                  change-ticket reference *
003900*                                       carried into the audit  *
004000*                                       log and the DNS feed    *
004010*        -emergency <ticket>            override a change       *
004020*                                       freeze under this       *
004030*                                       emergency ticket        *
004040*                                       (also the change        *
004050*                                       ticket when -ticket     *
004060*                                       is not given)           *
004100*                                                                *
004200*      Batch file (-f) is pipe-delimited, one interface per     *
004300*      line:                                                     *
004400*        iface|ip/prefix|gateway4|ipv6/prefix|gateway6|type|    *
004500*        vlan-id|vlan-link|bond-members(comma-separated)|       *
004600*        routes(semicolon-separated <dest/pfx>@<via>[@<metric>])*
004650*        |mac[@set-name]                                         *
004700*      Trailing fields may be left blank; type is P/V/B and      *
004800*      defaults to P (physical) when blank.                      *
004900*                                                                *
011100*                       behind the push, carried into every      *
011200*                       audit record and as a comment on the     *
011300*                       DNS feed statements.                     *
011310*      2026-10-15  TJK  Operator authorization: every address in *
011320*                       the push is checked against the operator *
011330*                       authorization file (CheckAuthorization)  *
011340*                       before anything is backed up or written; *
011350*                       a refusal aborts the push and lands on   *
011360*                       the change log as a denied: record.      *
011365*      2026-10-15  TJK  Change-freeze calendar: a push is        *
011370*                       refused while a freeze (CheckFreeze)     *
011375*                       covers any of its addresses;             *
011380*                       "-emergency <ticket>" overrides it,      *
011385*                       and the override is flagged on the       *
011390*                       change log for post-freeze review.       *
011391*      2026-10-15  TJK  MAC binding: "-mac <mac>[@<set-name>]"   *
011392*                       and an eleventh batch-file field pin a   *
011393*                       physical NIC to its name through a       *
011394*                       match:/set-name: stanza; the MAC is      *
011395*                       checked through ValidateMACAddr and may  *
011396*                       not appear on two interfaces of one run. *
011400*                                                                *
011500***************************************************************
011600 IDENTIFICATION DIVISION.
017300 01  WS-SINGLE-VLAN-ID         PIC X(04) VALUE SPACES.
017400 01  WS-SINGLE-VLAN-LINK       PIC X(20) VALUE SPACES.
017500 01  WS-SINGLE-BOND-LIST       PIC X(140) VALUE SPACES.
017550 01  WS-SINGLE-MAC-SPEC        PIC X(40) VALUE SPACES.
017600 01  WS-CLI-ROUTE-COUNT        PIC 9(02) COMP VALUE 0.
017700 01  WS-CLI-ROUTE-SPECS        OCCURS 4 TIMES
017800                               PIC X(110).
021700 01  WS-BATCH-VLANLINK-FIELD   PIC X(20).
021800 01  WS-BATCH-BOND-FIELD       PIC X(140).
021900 01  WS-BATCH-ROUTES-FIELD     PIC X(200).
021920 01  WS-BATCH-MAC-FIELD        PIC X(40).
021940 01  WS-MAC-SPEC               PIC X(40).
021960 01  WS-MAC-ADDR-PART          PIC X(40).
021980 01  WS-MAC-SET-NAME-PART      PIC X(40).
022000 01  WS-ROUTE-SPEC             PIC X(110).
022100 01  WS-ROUTE-DEST             PIC X(50).
022200 01  WS-ROUTE-VIA              PIC X(50).
023900 01  WS-VN-VALID-SWITCH        PIC X(01).
024000     88  WS-VN-IS-VALID                 VALUE "Y".
024100 01  WS-VN-NAME-CHECK          PIC X(50).
024120 01  WS-VM-VALID-SWITCH        PIC X(01).
024140     88  WS-VM-IS-VALID                 VALUE "Y".
024160 01  WS-VM-MAC-CHECK           PIC X(17).
024200 01  WS-AU-INTERFACE-CHECK     PIC X(51).
024300
024400 01  WS-BK-BACKUP-PATH         PIC X(100).
026100 01  WS-AL-MESSAGE             PIC X(80).
026200 01  WS-ALLOC-WARN-SWITCH      PIC X(01) VALUE "N".
026300     88  WS-ALLOC-WARNED                VALUE "Y".
026305 01  WS-AUTH-PATH              PIC X(100)
026310     VALUE "/etc/netplan/operator-auth.dat".
026315 01  WS-AZ-OPERATOR            PIC X(20) VALUE SPACES.
026320 01  WS-AZ-ACTION              PIC X(01) VALUE "P".
026325 01  WS-AZ-ADDRESS             PIC X(50).
026330 01  WS-AZ-RESULT              PIC X(01).
026335     88  WS-AZ-REFUSED                  VALUE "N".
026340     88  WS-AZ-NO-FILE                  VALUE "M".
026345 01  WS-AZ-MESSAGE             PIC X(80).
026350 01  WS-AUTH-WARN-SWITCH       PIC X(01) VALUE "N".
026355     88  WS-AUTH-WARNED                 VALUE "Y".
026357 01  WS-FREEZE-PATH            PIC X(100)
026359     VALUE "/etc/netplan/freeze-calendar.dat".
026361 01  WS-FZ-OVERRIDE            PIC X(20) VALUE SPACES.
026363 01  WS-FZ-WINDOW-START        PIC X(12).
026365 01  WS-FZ-WINDOW-END          PIC X(12).
026367 01  WS-FZ-RESULT              PIC X(01).
026369     88  WS-FZ-FROZEN                   VALUE "F".
026371     88  WS-FZ-OVERRIDDEN               VALUE "O".
026373     88  WS-FZ-NO-FILE                  VALUE "M".
026375 01  WS-FZ-FREEZE-NAME         PIC X(30).
026377 01  WS-FZ-MESSAGE             PIC X(80).
026379 01  WS-FREEZE-WARN-SWITCH     PIC X(01) VALUE "N".
026381     88  WS-FREEZE-WARNED               VALUE "Y".
026400 01  WS-MY-HOSTNAME            PIC X(30) VALUE SPACES.
026500 01  WS-DATE8                  PIC 9(08).
026600 01  WS-TIME8                  PIC 9(08).
031500             GO TO 0000-EXIT
031600         END-IF
031700     END-IF.
031710     PERFORM 4500-CHECK-AUTHORIZATION THRU 4500-EXIT.
031720     IF WS-ABORT
031730         MOVE 16 TO RETURN-CODE
031740         GO TO 0000-EXIT
031750     END-IF.
031755     PERFORM 4600-CHECK-FREEZE THRU 4600-EXIT.
031760     IF WS-ABORT
031765         MOVE 16 TO RETURN-CODE
031770         GO TO 0000-EXIT
031775     END-IF.
031800     PERFORM 7000-CAPTURE-OLD-VALUES THRU 7000-EXIT.
031900     PERFORM 8000-BACKUP-EXISTING THRU 8000-EXIT.
032000     PERFORM 9000-WRITE-LIVE-FILE THRU 9000-EXIT.
051200             IF NOT WS-ABORT
051300                 MOVE WS-ARG-TEXT TO WS-TICKET-REF
051400             END-IF
051410         WHEN "-emergency"
051420             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
051430             IF NOT WS-ABORT
051440                 MOVE WS-ARG-TEXT TO WS-FZ-OVERRIDE
051450                 IF WS-TICKET-REF = SPACES
051460                     MOVE WS-ARG-TEXT TO WS-TICKET-REF
051470                 END-IF
051480             END-IF
051482         WHEN "-mac"
051484             PERFORM 2200-NEED-ONE-MORE THRU 2200-EXIT
051486             IF NOT WS-ABORT
051488                 MOVE WS-ARG-TEXT TO WS-SINGLE-MAC-SPEC
051490             END-IF
051500         WHEN OTHER
051600             PERFORM 2300-POSITIONAL-ARG THRU 2300-EXIT
051700     END-EVALUATE.
062800     IF WS-ABORT
062900         GO TO 3100-EXIT
063000     END-IF.
063010     MOVE WS-SINGLE-MAC-SPEC TO WS-MAC-SPEC.
063020     PERFORM 3860-PARSE-MAC-SPEC THRU 3860-EXIT.
063030     IF WS-ABORT
063040         GO TO 3100-EXIT
063050     END-IF.
063100     IF WS-SINGLE-BOND-LIST NOT = SPACES
063200         SET NP-IF-BOND(1) TO TRUE
063300         MOVE WS-SINGLE-BOND-LIST TO WS-SPLIT-SOURCE
072100         WS-BATCH-GW-FIELD WS-BATCH-IPV6-FIELD
072200         WS-BATCH-GW6-FIELD WS-BATCH-TYPE-FIELD
072300         WS-BATCH-VLANID-FIELD WS-BATCH-VLANLINK-FIELD
072400         WS-BATCH-BOND-FIELD WS-BATCH-ROUTES-FIELD
072450         WS-BATCH-MAC-FIELD.
072500     UNSTRING BatchInRecord DELIMITED BY "|"
072600         INTO WS-BATCH-IFACE-FIELD WS-BATCH-IP-FIELD
072700             WS-BATCH-GW-FIELD WS-BATCH-IPV6-FIELD
072800             WS-BATCH-GW6-FIELD WS-BATCH-TYPE-FIELD
072900             WS-BATCH-VLANID-FIELD WS-BATCH-VLANLINK-FIELD
073000             WS-BATCH-BOND-FIELD WS-BATCH-ROUTES-FIELD
073050             WS-BATCH-MAC-FIELD.
073100     ADD 1 TO NP-IFACE-COUNT.
073200     MOVE SPACES TO WS-VN-NAME-CHECK.
073300     MOVE WS-BATCH-IFACE-FIELD TO WS-VN-NAME-CHECK.
077600         MOVE NP-IFACE-COUNT TO WS-IX
077700         PERFORM 3840-SPLIT-ROUTE-LIST THRU 3840-EXIT
077800     END-IF.
077810     IF NOT WS-ABORT
077820         MOVE NP-IFACE-COUNT TO WS-IX
077830         MOVE WS-BATCH-MAC-FIELD TO WS-MAC-SPEC
077840         PERFORM 3860-PARSE-MAC-SPEC THRU 3860-EXIT
077850     END-IF.
077900 3210-EXIT.
078000     EXIT.
078100
084100 3850-EXIT.
084200     EXIT.
084300
084302***************************************************************
084304* 3860-PARSE-MAC-SPEC - one <mac>[@<set-name>] into the MAC     *
084306*     binding of the interface at WS-IX; a blank spec leaves    *
084308*     the interface unbound.  The address itself is checked     *
084310*     with the rest of the row in 4110-VALIDATE-MAC-BINDING     *
084312***************************************************************
084314 3860-PARSE-MAC-SPEC.
084316     MOVE SPACES TO NP-IF-MACADDR(WS-IX) NP-IF-SET-NAME(WS-IX).
084318     IF WS-MAC-SPEC = SPACES
084320         GO TO 3860-EXIT
084322     END-IF.
084324     MOVE SPACES TO WS-MAC-ADDR-PART WS-MAC-SET-NAME-PART.
084326     UNSTRING WS-MAC-SPEC DELIMITED BY "@"
084328         INTO WS-MAC-ADDR-PART WS-MAC-SET-NAME-PART.
084330     IF WS-MAC-ADDR-PART = SPACES
084332        OR WS-MAC-ADDR-PART(18:) NOT = SPACES
084334        OR WS-MAC-SET-NAME-PART(21:) NOT = SPACES
084336         DISPLAY "ERROR: MAC binding needs <mac>[@<set-name>], "
084338             "got " WS-MAC-SPEC
084340         SET WS-ABORT TO TRUE
084342         GO TO 3860-EXIT
084344     END-IF.
084346     MOVE WS-MAC-ADDR-PART TO NP-IF-MACADDR(WS-IX).
084348     MOVE WS-MAC-SET-NAME-PART TO NP-IF-SET-NAME(WS-IX).
084350 3860-EXIT.
084352     EXIT.
084354
084400***************************************************************
084500* 3800-SPLIT-BOND-MEMBERS - tokenise a comma list into          *
084600*                           NP-IF-BOND-MEMBERS(WS-IX, *)        *
094900              OR WS-ABORT
095000         PERFORM 4150-VALIDATE-ONE-ROUTE THRU 4150-EXIT
095100     END-PERFORM.
095120     IF NP-IF-MACADDR(WS-IX) NOT = SPACES AND NOT WS-ABORT
095140         PERFORM 4110-VALIDATE-MAC-BINDING THRU 4110-EXIT
095160     END-IF.
095200     IF (NP-IF-IP(WS-IX) NOT = SPACES
095300        OR NP-IF-IPV6(WS-IX) NOT = SPACES)
095400        AND NOT WS-ABORT
095700 4100-EXIT.
095800     EXIT.
095900
095902***************************************************************
095904* 4110-VALIDATE-MAC-BINDING - a MAC may pin only a physical     *
095906*     NIC, must pass ValidateMACAddr (which hands it back in    *
095908*     lower case), may carry a safe set-name and may not be     *
095910*     bound to an earlier interface of the same run             *
095912***************************************************************
095914 4110-VALIDATE-MAC-BINDING.
095916     IF NOT NP-IF-PHYSICAL(WS-IX)
095918         DISPLAY "ERROR: MAC binding is only allowed on a "
095920             "physical interface: " NP-IF-NAME(WS-IX)
095922         SET WS-ABORT TO TRUE
095924         GO TO 4110-EXIT
095926     END-IF.
095928     MOVE NP-IF-MACADDR(WS-IX) TO WS-VM-MAC-CHECK.
095930     CALL "ValidateMACAddr" USING WS-VM-MAC-CHECK
095932         WS-VM-VALID-SWITCH.
095934     IF NOT WS-VM-IS-VALID
095936         DISPLAY "ERROR: invalid MAC address for interface "
095938             NP-IF-NAME(WS-IX) ": " NP-IF-MACADDR(WS-IX)
095940         SET WS-ABORT TO TRUE
095942         GO TO 4110-EXIT
095944     END-IF.
095946     MOVE WS-VM-MAC-CHECK TO NP-IF-MACADDR(WS-IX).
095948     IF NP-IF-SET-NAME(WS-IX) NOT = SPACES
095950         MOVE SPACES TO WS-VN-NAME-CHECK
095952         MOVE NP-IF-SET-NAME(WS-IX) TO WS-VN-NAME-CHECK
095954         CALL "ValidateSafeName" USING WS-VN-NAME-CHECK
095956             WS-VN-VALID-SWITCH
095958         IF NOT WS-VN-IS-VALID
095960             DISPLAY "ERROR: invalid set-name for interface "
095962                 NP-IF-NAME(WS-IX) ": " NP-IF-SET-NAME(WS-IX)
095964             SET WS-ABORT TO TRUE
095966             GO TO 4110-EXIT
095968         END-IF
095970     END-IF.
095972     PERFORM VARYING WS-JX FROM 1 BY 1
095974             UNTIL WS-JX >= WS-IX
095976         IF NP-IF-MACADDR(WS-JX) = NP-IF-MACADDR(WS-IX)
095978             DISPLAY "ERROR: MAC address " NP-IF-MACADDR(WS-IX)
095980                 " is bound to both " NP-IF-NAME(WS-JX)
095982                 " and " NP-IF-NAME(WS-IX)
095984             SET WS-ABORT TO TRUE
095986             GO TO 4110-EXIT
095988         END-IF
095990     END-PERFORM.
095992 4110-EXIT.
095994     EXIT.
095996
096000***************************************************************
096100* 4150-VALIDATE-ONE-ROUTE - destination and next hop of the     *
096200*     route at (WS-IX, WS-JX) get the same ValidateIPAddr       *
106500     END-IF.
106600 4170-EXIT.
106700     EXIT.
106701
106702***************************************************************
106703* 4500-CHECK-AUTHORIZATION - the invoking operator must be      *
106704*     allowed to push every address in this run to this host;   *
106705*     a box with no authorization file gets a warning and the   *
106706*     historical unchecked behaviour                            *
106707***************************************************************
106708 4500-CHECK-AUTHORIZATION.
106709     MOVE 1 TO WS-IX.
106710     PERFORM UNTIL WS-IX > NP-IFACE-COUNT OR WS-ABORT
106711         IF NP-IF-IP(WS-IX) NOT = SPACES
106712             MOVE NP-IF-IP(WS-IX) TO WS-AZ-ADDRESS
106713             PERFORM 4510-CHECK-ONE-ADDRESS THRU 4510-EXIT
106714         END-IF
106715         IF NP-IF-IPV6(WS-IX) NOT = SPACES AND NOT WS-ABORT
106716             MOVE NP-IF-IPV6(WS-IX) TO WS-AZ-ADDRESS
106717             PERFORM 4510-CHECK-ONE-ADDRESS THRU 4510-EXIT
106718         END-IF
106719         ADD 1 TO WS-IX
106720     END-PERFORM.
106721 4500-EXIT.
106722     EXIT.
106723
106724***************************************************************
106725* 4510-CHECK-ONE-ADDRESS - one CheckAuthorization call for the  *
106726*     interface at WS-IX and the address in WS-AZ-ADDRESS       *
106727***************************************************************
106728 4510-CHECK-ONE-ADDRESS.
106729     IF WS-AUTH-WARNED
106730         GO TO 4510-EXIT
106731     END-IF.
106732     CALL "CheckAuthorization" USING WS-AUTH-PATH
106733         WS-AUDIT-LOG-PATH WS-AZ-OPERATOR WS-AZ-ACTION
106734         WS-MY-HOSTNAME NP-IF-NAME(WS-IX) WS-AZ-ADDRESS
106735         WS-TICKET-REF WS-AZ-RESULT WS-AZ-MESSAGE.
106736     IF WS-AZ-NO-FILE
106737         DISPLAY "WARNING: no operator authorization file at "
106738             WS-AUTH-PATH
106739         DISPLAY "         authorization checks skipped"
106740         SET WS-AUTH-WARNED TO TRUE
106741         GO TO 4510-EXIT
106742     END-IF.
106743     IF WS-AZ-REFUSED
106744         DISPLAY "ERROR: not authorized for interface "
106745             NP-IF-NAME(WS-IX) ": " WS-AZ-MESSAGE
106746         SET WS-ABORT TO TRUE
106747     END-IF.
106748 4510-EXIT.
106749     EXIT.
106750
106751***************************************************************
106752* 4600-CHECK-FREEZE - no address in this run may be pushed      *
106753*     while a change freeze covers it, unless -emergency names  *
106754*     the override ticket, in which case the push goes ahead    *
106755*     and CheckFreeze flags it on the change log for review     *
106756***************************************************************
106757 4600-CHECK-FREEZE.
106758     ACCEPT WS-DATE8 FROM DATE YYYYMMDD.
106759     ACCEPT WS-TIME8 FROM TIME.
106760     MOVE WS-DATE8 TO WS-FZ-WINDOW-START(1:8).
106761     MOVE WS-TIME8(1:4) TO WS-FZ-WINDOW-START(9:4).
106762     MOVE WS-FZ-WINDOW-START TO WS-FZ-WINDOW-END.
106763     MOVE 1 TO WS-IX.
106764     PERFORM UNTIL WS-IX > NP-IFACE-COUNT OR WS-ABORT
106765         IF NP-IF-IP(WS-IX) NOT = SPACES
106766             MOVE NP-IF-IP(WS-IX) TO WS-AZ-ADDRESS
106767             PERFORM 4610-CHECK-ONE-ADDRESS THRU 4610-EXIT
106768         END-IF
106769         IF NP-IF-IPV6(WS-IX) NOT = SPACES AND NOT WS-ABORT
106770             MOVE NP-IF-IPV6(WS-IX) TO WS-AZ-ADDRESS
106771             PERFORM 4610-CHECK-ONE-ADDRESS THRU 4610-EXIT
106772         END-IF
106773         ADD 1 TO WS-IX
106774     END-PERFORM.
106775 4600-EXIT.
106776     EXIT.
106777
106778***************************************************************
106779* 4610-CHECK-ONE-ADDRESS - one CheckFreeze call for the         *
106780*     interface at WS-IX and the address in WS-AZ-ADDRESS       *
106781***************************************************************
106782 4610-CHECK-ONE-ADDRESS.
106783     IF WS-FREEZE-WARNED
106784         GO TO 4610-EXIT
106785     END-IF.
106786     CALL "CheckFreeze" USING WS-FREEZE-PATH WS-AUDIT-LOG-PATH
106787         WS-MY-HOSTNAME NP-IF-NAME(WS-IX) WS-AZ-ADDRESS
106788         WS-FZ-WINDOW-START WS-FZ-WINDOW-END WS-FZ-OVERRIDE
106789         WS-FZ-RESULT WS-FZ-FREEZE-NAME WS-FZ-MESSAGE.
106790     IF WS-FZ-NO-FILE
106791         DISPLAY "WARNING: no change-freeze calendar at "
106792             WS-FREEZE-PATH
106793         DISPLAY "         freeze checks skipped"
106794         SET WS-FREEZE-WARNED TO TRUE
106795         GO TO 4610-EXIT
106796     END-IF.
106797     IF WS-FZ-FROZEN
106798         DISPLAY "ERROR: interface " NP-IF-NAME(WS-IX)
106799             " is under a change freeze: " WS-FZ-MESSAGE
106800         DISPLAY "       rerun with -emergency <ticket> "
106801             "to override it"
106802         SET WS-ABORT TO TRUE
106803         GO TO 4610-EXIT
106804     END-IF.
106805     IF WS-FZ-OVERRIDDEN
106806         DISPLAY "WARNING: freeze overridden for interface "
106807             NP-IF-NAME(WS-IX) " under ticket " WS-FZ-OVERRIDE
106808         DISPLAY "         " WS-FZ-MESSAGE
106809     END-IF.
106810 4610-EXIT.
106811     EXIT.
106812
106900***************************************************************
107000* 5000-LOAD-NAMESERVERS - nameservers/search domains come from  *
107100*                         the -ns/-search arguments, else a     *
