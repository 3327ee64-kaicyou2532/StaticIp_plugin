001600*      percent full, and a projection of which subnets exhaust   *
001700*      soonest at the assignment rate the change log shows -     *
001800*      and migrates a legacy pipe-delimited master into the      *
001900*      indexed file.  A nightly -housekeep run returns           *
001910*      quarantined addresses that have sat out their             *
001920*      cooling-off period, and reservations past their           *
001930*      expiry date, to FREE and lists what it reclaimed.         *
002000*                                                                *
002100*  USAGE.                                                        *
002200*      AllocMaint -addsubnet "<network/prefix>|<description>"    *
002300*      AllocMaint -retiresubnet <network/prefix>                 *
002400*      AllocMaint -reserve <from-addr> <to-addr> <note>          *
002450*                          [<expires-yyyymmdd>]                  *
002500*      AllocMaint -report                                        *
002600*      AllocMaint -migrate                                       *
002610*      AllocMaint -housekeep                                     *
002620*      AllocMaint -quarantine <days>                             *
002700*                                                                *
002800*      The reservation note is a single token (no blanks), the   *
002900*      way assignment holders are written.  -retiresubnet        *
003000*      refuses while any address in the subnet is ASSIGNED or    *
003100*      RESERVED; its FREE and QUARANT records are dropped        *
003150*      with it.  A reservation with an expiry date lapses        *
003160*      the day after it; housekeeping frees it then.             *
003200*      -migrate loads the old /etc/netplan/ip-allocations.dat   *
003300*      flat file into the indexed master, once, after the       *
003400*      cutover.                                                  *
003410*      -quarantine sets the cooling-off period (days) that       *
003420*      CheckAllocation holds every released address for          *
003430*      before -nextfree or another holder may take it;           *
003440*      default 7, 0 releases straight to FREE.  -report          *
003450*      counts quarantined addresses separately and as            *
003460*      unavailable in the percent-full figure.                   *
003500*                                                                *
003600*  MODIFICATION HISTORY.                                         *
003700*      2026-09-01  TJK  Initial version.                        *
005100*                       IPv4-only and says so.                   *
005110*      2026-09-02  TJK  Master record layout moved to the        *
005120*                       shared allocrec.cpy copybook.            *
005130*      2026-10-15  TJK  -housekeep and -quarantine; optional     *
005140*                       expiry date on -reserve; -report         *
005150*                       counts QUARANT addresses apart.          *
005200*                                                                *
005300***************************************************************
005400 IDENTIFICATION DIVISION.
011000     88  WS-MODE-RESERVE                VALUE "V".
011100     88  WS-MODE-REPORT                 VALUE "R".
011200     88  WS-MODE-MIGRATE                VALUE "M".
011220     88  WS-MODE-HOUSEKEEP              VALUE "H".
011240     88  WS-MODE-QUARANTINE             VALUE "Q".
011300 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
011400     88  WS-ABORT                       VALUE "Y".
011500
014100 01  WS-RSV-FROM               PIC X(50).
014200 01  WS-RSV-TO                 PIC X(50).
014300 01  WS-RSV-NOTE               PIC X(51).
014320 01  WS-RSV-EXP-TEXT           PIC X(20) VALUE SPACES.
014340 01  WS-RSV-EXPIRES            PIC X(08) VALUE SPACES.
014360 01  WS-RSV-EXPIRES-NUM REDEFINES WS-RSV-EXPIRES
014380                               PIC 9(08).
014400 01  WS-RSV-COUNT              PIC 9(05) COMP.
014500 01  WS-MIG-SUBNETS            PIC 9(05) COMP VALUE 0.
014600 01  WS-MIG-ADDRS              PIC 9(05) COMP VALUE 0.
014700 01  WS-MIG-DUPS               PIC 9(05) COMP VALUE 0.
014800 01  WS-CNT5-DISP              PIC ZZZZ9.
014900 01  WS-COLON-COUNT            PIC 9(02) COMP.
014905
014910*    Quarantine cooling-off and the housekeeping run
014915 01  WS-QUARANTINE-DAYS        PIC 9(03) VALUE 7.
014920 01  WS-DAYS3-DISP             PIC ZZ9.
014925 01  WS-TODAY-DATE             PIC 9(08).
014930 01  WS-TODAY-DATE-X REDEFINES WS-TODAY-DATE
014935                               PIC X(08).
014940 01  WS-D2D-TODAY              PIC 9(09) COMP.
014945 01  WS-HK-QUAR-FREED          PIC 9(05) COMP VALUE 0.
014950 01  WS-HK-QUAR-HELD           PIC 9(05) COMP VALUE 0.
014955 01  WS-HK-RSV-FREED           PIC 9(05) COMP VALUE 0.
014960 01  WS-HK-RSV-HELD            PIC 9(05) COMP VALUE 0.
014970 01  WS-HK-LAPSED-SWITCH       PIC X(01).
014975     88  WS-HK-LAPSED                   VALUE "Y".
015000
015100*    Subprogram linkage work areas
015200 01  WS-VA-FAMILY              PIC X(01).
018700         10  WS-RPT-CAPACITY   PIC 9(09) COMP.
018800         10  WS-RPT-ASSIGNED   PIC 9(05) COMP.
018900         10  WS-RPT-RESERVED   PIC 9(05) COMP.
018950         10  WS-RPT-QUARANT    PIC 9(05) COMP.
019000         10  WS-RPT-FREE       PIC 9(09) COMP.
019100         10  WS-RPT-RATE-CNT   PIC 9(05) COMP.
019200         10  WS-RPT-DAYS-LEFT  PIC 9(09) COMP.
025500         GO TO 0000-EXIT
025600     END-IF.
025700     PERFORM 3500-LOAD-SUBNETS THRU 3500-EXIT.
025750     PERFORM 3600-LOAD-QUARANTINE-DAYS THRU 3600-EXIT.
025800     EVALUATE TRUE
025900         WHEN WS-MODE-ADDSUBNET
026000             PERFORM 4000-ADD-SUBNET THRU 4000-EXIT
026600             PERFORM 7000-REPORT-UTILIZATION THRU 7000-EXIT
026700         WHEN WS-MODE-MIGRATE
026800             PERFORM 9000-MIGRATE-LEGACY THRU 9000-EXIT
026820         WHEN WS-MODE-HOUSEKEEP
026840             PERFORM 8000-HOUSEKEEP THRU 8000-EXIT
026860         WHEN WS-MODE-QUARANTINE
026880             PERFORM 8500-SET-QUARANTINE-DAYS THRU 8500-EXIT
026900     END-EVALUATE.
027000     CLOSE AL-MASTER-FILE.
027100     IF WS-ABORT
027800
027900***************************************************************
028000* 2000-PARSE-ARGUMENTS - one of -addsubnet/-retiresubnet/       *
028100*                        -reserve/-report/-migrate/             *
028150*                        -housekeep/-quarantine                 *
028200***************************************************************
028300 2000-PARSE-ARGUMENTS.
028400     IF WS-ARGCOUNT < 1
031600             ACCEPT WS-RSV-TO FROM ARGUMENT-VALUE
031700             DISPLAY 4 UPON ARGUMENT-NUMBER
031800             ACCEPT WS-RSV-NOTE FROM ARGUMENT-VALUE
031820             IF WS-ARGCOUNT > 4
031840                 DISPLAY 5 UPON ARGUMENT-NUMBER
031860                 ACCEPT WS-RSV-EXP-TEXT FROM ARGUMENT-VALUE
031880             END-IF
031900         WHEN "-report"
032000             SET WS-MODE-REPORT TO TRUE
032100         WHEN "-migrate"
032200             SET WS-MODE-MIGRATE TO TRUE
032205         WHEN "-housekeep"
032210             SET WS-MODE-HOUSEKEEP TO TRUE
032215         WHEN "-quarantine"
032220             IF WS-ARGCOUNT < 2
032225                 PERFORM 2900-USAGE THRU 2900-EXIT
032230                 GO TO 2000-EXIT
032235             END-IF
032240             SET WS-MODE-QUARANTINE TO TRUE
032245             DISPLAY 2 UPON ARGUMENT-NUMBER
032250             ACCEPT WS-ARG-TEXT FROM ARGUMENT-VALUE
032300         WHEN OTHER
032400             PERFORM 2900-USAGE THRU 2900-EXIT
032500     END-EVALUATE.
033400         """<network/prefix>|<description>""".
033500     DISPLAY "   or: AllocMaint -retiresubnet <network/prefix>".
033600     DISPLAY "   or: AllocMaint -reserve <from-addr> <to-addr>"
033700         " <note> [<expires-yyyymmdd>]".
033800     DISPLAY "   or: AllocMaint -report".
033900     DISPLAY "   or: AllocMaint -migrate".
033920     DISPLAY "   or: AllocMaint -housekeep".
033940     DISPLAY "   or: AllocMaint -quarantine <days>".
034000     SET WS-ABORT TO TRUE.
034100 2900-EXIT.
034200     EXIT.
040400 3500-EXIT.
040500     EXIT.
040600
040602***************************************************************
040604* 3600-LOAD-QUARANTINE-DAYS - today's date and the cooling-off  *
040606*     period from the "C" control record CheckAllocation reads; *
040608*     no record keeps the seven-day default                     *
040610***************************************************************
040612 3600-LOAD-QUARANTINE-DAYS.
040614     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
040616     MOVE 7 TO WS-QUARANTINE-DAYS.
040618     MOVE "C" TO AM-REC-TYPE.
040620     MOVE "QUARANTINE-DAYS" TO AM-KEY-VALUE.
040622     READ AL-MASTER-FILE KEY IS AM-KEY
040624         INVALID KEY
040626             CONTINUE
040628         NOT INVALID KEY
040630             IF AM-CT-DAYS IS NUMERIC
040632                 MOVE AM-CT-DAYS TO WS-QUARANTINE-DAYS
040634             END-IF
040636     END-READ.
040638     MOVE "00" TO WS-FILE-STATUS.
040640 3600-EXIT.
040642     EXIT.
040644
040700***************************************************************
040800* 4000-ADD-SUBNET - validate the new S record before it goes    *
040900*     anywhere near the file - a typo'd prefix filed here is    *
060500         SET WS-ABORT TO TRUE
060600         GO TO 6000-EXIT
060700     END-IF.
060710     IF WS-RSV-EXP-TEXT NOT = SPACES
060720         PERFORM 6050-CHECK-EXPIRY THRU 6050-EXIT
060730         IF WS-ABORT
060740             GO TO 6000-EXIT
060750         END-IF
060760     END-IF.
060800     MOVE WS-RSV-FROM TO WS-CONV-ADDR.
060900     PERFORM 6500-ADDR-TO-NUMBER THRU 6500-EXIT.
061000     IF WS-CONV-BAD
065600     MOVE WS-RSV-COUNT TO WS-CNT5-DISP.
065700     DISPLAY WS-CNT5-DISP " address(es) reserved ("
065800         WS-RSV-NOTE ").".
065820     IF WS-RSV-EXPIRES NOT = SPACES
065840         DISPLAY "Reservation expires after " WS-RSV-EXPIRES
065860             " - AllocMaint -housekeep returns it to FREE."
065880     END-IF.
065900 6000-EXIT.
066000     EXIT.
066100
066102***************************************************************
066104* 6050-CHECK-EXPIRY - the optional expiry must be a plausible   *
066106*     YYYYMMDD no earlier than today                            *
066108***************************************************************
066110 6050-CHECK-EXPIRY.
066112     IF WS-RSV-EXP-TEXT(9:) NOT = SPACES
066114        OR WS-RSV-EXP-TEXT(1:8) IS NOT NUMERIC
066116         DISPLAY "ERROR: expiry must be YYYYMMDD: "
066118             WS-RSV-EXP-TEXT
066120         SET WS-ABORT TO TRUE
066122         GO TO 6050-EXIT
066124     END-IF.
066126     MOVE WS-RSV-EXP-TEXT(1:8) TO WS-RSV-EXPIRES.
066128     IF WS-RSV-EXPIRES(5:2) < "01" OR WS-RSV-EXPIRES(5:2) > "12"
066130        OR WS-RSV-EXPIRES(7:2) < "01"
066132        OR WS-RSV-EXPIRES(7:2) > "31"
066134         DISPLAY "ERROR: expiry is not a date: " WS-RSV-EXPIRES
066136         SET WS-ABORT TO TRUE
066138         GO TO 6050-EXIT
066140     END-IF.
066142     IF WS-RSV-EXPIRES < WS-TODAY-DATE-X
066144         DISPLAY "ERROR: expiry " WS-RSV-EXPIRES
066146             " is already past"
066148         SET WS-ABORT TO TRUE
066150     END-IF.
066152 6050-EXIT.
066154     EXIT.
066156
066200***************************************************************
066300* 6100-CHECK-ONE-RESERVABLE - the candidate must sit inside one *
066400*     of our subnets and must not already be ASSIGNED           *
071300     MOVE "A" TO AM-REC-TYPE.
071400     MOVE WS-CAND-ADDR TO AM-KEY-VALUE.
071500     MOVE "RESERVED" TO AM-STATUS.
071550     MOVE SPACES TO AM-DETAIL.
071600     MOVE WS-RSV-NOTE TO AM-RV-NOTE.
071650     MOVE WS-RSV-EXPIRES TO AM-RV-EXPIRES.
071700     IF WS-REC-FOUND
071800         REWRITE AM-MASTER-RECORD
071900             INVALID KEY
081600     PERFORM 7200-SCAN-CHANGE-LOG THRU 7200-EXIT.
081700     PERFORM 7300-PROJECT-EXHAUSTION THRU 7300-EXIT.
081800     DISPLAY "Subnet utilization:".
081820     MOVE WS-QUARANTINE-DAYS TO WS-DAYS3-DISP.
081840     DISPLAY "  (released addresses are quarantined for "
081860         WS-DAYS3-DISP " day(s) before reuse)".
081900     MOVE 0 TO WS-SOONEST-IX.
082000     MOVE 999999999 TO WS-SOONEST-DAYS.
082100     PERFORM VARYING WS-IX FROM 1 BY 1
084300     PERFORM VARYING WS-IX FROM 1 BY 1
084400             UNTIL WS-IX > WS-SUBNET-COUNT
084500         MOVE 0 TO WS-RPT-ASSIGNED(WS-IX)
084600             WS-RPT-RESERVED(WS-IX) WS-RPT-QUARANT(WS-IX)
084650             WS-RPT-RATE-CNT(WS-IX)
084700         MOVE SPACES TO WS-NET-ADDR-PART WS-NET-PREFIX-PART
084800         MOVE 0 TO WS-NET-PREFIX
084900         UNSTRING WS-SUB-NET(WS-IX) DELIMITED BY "/"
089400             UNTIL WS-IX > WS-SUBNET-COUNT
089500         IF WS-RPT-CAPACITY(WS-IX) >
089600            WS-RPT-ASSIGNED(WS-IX) + WS-RPT-RESERVED(WS-IX)
089650            + WS-RPT-QUARANT(WS-IX)
089700             COMPUTE WS-RPT-FREE(WS-IX) =
089800                 WS-RPT-CAPACITY(WS-IX)
089900                 - WS-RPT-ASSIGNED(WS-IX)
090000                 - WS-RPT-RESERVED(WS-IX)
090050                 - WS-RPT-QUARANT(WS-IX)
090100         ELSE
090200             MOVE 0 TO WS-RPT-FREE(WS-IX)
090300         END-IF
093200             IF AM-STATUS = "RESERVED"
093300                 ADD 1 TO WS-RPT-RESERVED(WS-JX)
093400             END-IF
093420             IF AM-STATUS = "QUARANT"
093440                 ADD 1 TO WS-RPT-QUARANT(WS-JX)
093460             END-IF
093500         END-IF
093600     END-PERFORM.
093700 7110-EXIT.
105800     MOVE WS-RPT-RESERVED(WS-IX) TO WS-CNT-DISP.
105900     DISPLAY "  reserved " WS-CNT-DISP
106000         WITH NO ADVANCING.
106020     MOVE WS-RPT-QUARANT(WS-IX) TO WS-CNT-DISP.
106040     DISPLAY "  quarantined " WS-CNT-DISP
106060         WITH NO ADVANCING.
106100     MOVE WS-RPT-FREE(WS-IX) TO WS-CAP-DISP.
106200     DISPLAY "  free " WS-CAP-DISP
106300         WITH NO ADVANCING.
106800             " projected for this subnet"
106900         GO TO 7400-EXIT
107000     END-IF.
107050*    Quarantined addresses cannot be handed out either, so they
107070*    count against the subnet until housekeeping frees them
107100     IF WS-RPT-CAPACITY(WS-IX) > 0
107200         COMPUTE WS-PCT-FULL =
107300             ((WS-RPT-ASSIGNED(WS-IX)
107400             + WS-RPT-RESERVED(WS-IX)
107450             + WS-RPT-QUARANT(WS-IX)) * 100)
107500             / WS-RPT-CAPACITY(WS-IX)
107600     ELSE
107700         MOVE 0 TO WS-PCT-FULL
111200         + WS-D2D-DAY.
111300 7500-EXIT.
111400     EXIT.
111401
111402***************************************************************
111403* 8000-HOUSEKEEP - one pass over the A records: quarantines     *
111404*     that have sat out the cooling-off period and reservations *
111405*     past their expiry date go back to FREE, each one listed,  *
111406*     with totals of what was reclaimed and what is still held  *
111407***************************************************************
111408 8000-HOUSEKEEP.
111409     MOVE WS-QUARANTINE-DAYS TO WS-DAYS3-DISP.
111410     DISPLAY "Allocation housekeeping " WS-TODAY-DATE
111411         " - quarantine cooling-off " WS-DAYS3-DISP " day(s)".
111412     MOVE WS-TODAY-DATE TO WS-D2D-DATE.
111413     PERFORM 7500-DATE-TO-SERIAL THRU 7500-EXIT.
111414     MOVE WS-D2D-SERIAL TO WS-D2D-TODAY.
111415     MOVE "A" TO AM-REC-TYPE.
111416     MOVE SPACES TO AM-KEY-VALUE.
111417     START AL-MASTER-FILE KEY >= AM-KEY
111418         INVALID KEY
111419             GO TO 8000-TOTALS
111420     END-START.
111421     PERFORM UNTIL WS-FILE-STATUS NOT = "00" OR WS-ABORT
111422         READ AL-MASTER-FILE NEXT
111423             AT END
111424                 MOVE "10" TO WS-FILE-STATUS
111425             NOT AT END
111426                 IF AM-REC-TYPE = "A"
111427                     PERFORM 8100-HOUSEKEEP-ONE-ADDR
111428                         THRU 8100-EXIT
111429                 ELSE
111430                     MOVE "10" TO WS-FILE-STATUS
111431                 END-IF
111432         END-READ
111433     END-PERFORM.
111434     MOVE "00" TO WS-FILE-STATUS.
111435 8000-TOTALS.
111436     MOVE WS-HK-QUAR-FREED TO WS-CNT5-DISP.
111437     DISPLAY WS-CNT5-DISP " quarantined address(es) returned to"
111438         " FREE, " WITH NO ADVANCING.
111439     MOVE WS-HK-QUAR-HELD TO WS-CNT5-DISP.
111440     DISPLAY WS-CNT5-DISP " still cooling off.".
111441     MOVE WS-HK-RSV-FREED TO WS-CNT5-DISP.
111442     DISPLAY WS-CNT5-DISP " expired reservation(s) returned to"
111443         " FREE, " WITH NO ADVANCING.
111444     MOVE WS-HK-RSV-HELD TO WS-CNT5-DISP.
111445     DISPLAY WS-CNT5-DISP " reservation(s) still held.".
111446 8000-EXIT.
111447     EXIT.
111448
111449***************************************************************
111450* 8100-HOUSEKEEP-ONE-ADDR - the A record just read              *
111451***************************************************************
111452 8100-HOUSEKEEP-ONE-ADDR.
111453     IF AM-STATUS = "QUARANT"
111454         PERFORM 8200-CHECK-QUARANTINE THRU 8200-EXIT
111455         GO TO 8100-EXIT
111456     END-IF.
111457     IF AM-STATUS = "RESERVED"
111458         PERFORM 8300-CHECK-RESERVATION THRU 8300-EXIT
111459     END-IF.
111460 8100-EXIT.
111461     EXIT.
111462
111463***************************************************************
111464* 8200-CHECK-QUARANTINE - free the address once the cooling-    *
111465*     off period has passed; a release date that is not a date  *
111466*     cannot be held against anyone                             *
111467***************************************************************
111468 8200-CHECK-QUARANTINE.
111469     MOVE "Y" TO WS-HK-LAPSED-SWITCH.
111470     IF AM-QU-RELEASED IS NUMERIC
111471         MOVE AM-QU-RELEASED TO WS-D2D-DATE
111472         PERFORM 7500-DATE-TO-SERIAL THRU 7500-EXIT
111473         IF WS-D2D-TODAY < WS-D2D-SERIAL + WS-QUARANTINE-DAYS
111474             MOVE "N" TO WS-HK-LAPSED-SWITCH
111475         END-IF
111476     END-IF.
111477     IF NOT WS-HK-LAPSED
111478         ADD 1 TO WS-HK-QUAR-HELD
111479         GO TO 8200-EXIT
111480     END-IF.
111481     DISPLAY "  FREED " AM-KEY-VALUE(1:39) " quarantined "
111482         AM-QU-RELEASED " by " AM-QU-HOLDER.
111483     PERFORM 8400-REWRITE-FREE THRU 8400-EXIT.
111484     IF NOT WS-ABORT
111485         ADD 1 TO WS-HK-QUAR-FREED
111486     END-IF.
111487 8200-EXIT.
111488     EXIT.
111500
111501***************************************************************
111502* 8300-CHECK-RESERVATION - a reservation with no expiry, or     *
111503*     one whose expiry is today or later, stays; one past its   *
111504*     expiry date goes back to FREE                             *
111505***************************************************************
111506 8300-CHECK-RESERVATION.
111507     IF AM-RV-EXPIRES = SPACES
111508        OR AM-RV-EXPIRES NOT < WS-TODAY-DATE-X
111509         ADD 1 TO WS-HK-RSV-HELD
111510         GO TO 8300-EXIT
111511     END-IF.
111512     DISPLAY "  FREED " AM-KEY-VALUE(1:39) " reserved   "
111513         AM-RV-EXPIRES " (" AM-RV-NOTE ")".
111514     PERFORM 8400-REWRITE-FREE THRU 8400-EXIT.
111515     IF NOT WS-ABORT
111516         ADD 1 TO WS-HK-RSV-FREED
111517     END-IF.
111518 8300-EXIT.
111519     EXIT.
111520
111521***************************************************************
111522* 8400-REWRITE-FREE - the record just read back to FREE         *
111523***************************************************************
111524 8400-REWRITE-FREE.
111525     MOVE "FREE" TO AM-STATUS.
111526     MOVE SPACES TO AM-DETAIL.
111527     REWRITE AM-MASTER-RECORD
111528         INVALID KEY
111529             DISPLAY "ERROR: could not free " AM-KEY-VALUE
111530             SET WS-ABORT TO TRUE
111531     END-REWRITE.
111532 8400-EXIT.
111533     EXIT.
111534
111535***************************************************************
111536* 8500-SET-QUARANTINE-DAYS - write or rewrite the "C" control   *
111537*     record holding the cooling-off period (0 = none)          *
111538***************************************************************
111539 8500-SET-QUARANTINE-DAYS.
111540     IF WS-ARG-TEXT = SPACES OR WS-ARG-TEXT(4:) NOT = SPACES
111541         DISPLAY "ERROR: quarantine days must be 0 to 999: "
111542             WS-ARG-TEXT(1:20)
111543         SET WS-ABORT TO TRUE
111544         GO TO 8500-EXIT
111545     END-IF.
111546     MOVE 0 TO WS-TRAIL-CNT.
111547     INSPECT WS-ARG-TEXT(1:3) TALLYING WS-TRAIL-CNT
111548         FOR TRAILING SPACE.
111549     IF WS-ARG-TEXT(1:3 - WS-TRAIL-CNT) IS NOT NUMERIC
111550         DISPLAY "ERROR: quarantine days must be 0 to 999: "
111551             WS-ARG-TEXT(1:20)
111552         SET WS-ABORT TO TRUE
111553         GO TO 8500-EXIT
111554     END-IF.
111555     MOVE WS-QUARANTINE-DAYS TO WS-DAYS3-DISP.
111556     DISPLAY "Quarantine cooling-off was " WS-DAYS3-DISP
111557         " day(s).".
111558     MOVE WS-ARG-TEXT(1:3 - WS-TRAIL-CNT) TO WS-QUARANTINE-DAYS.
111559     MOVE "N" TO WS-FOUND-SWITCH.
111560     MOVE "C" TO AM-REC-TYPE.
111561     MOVE "QUARANTINE-DAYS" TO AM-KEY-VALUE.
111562     READ AL-MASTER-FILE KEY IS AM-KEY
111563         INVALID KEY
111564             CONTINUE
111565     END-READ.
111566     IF WS-FILE-STATUS = "00"
111567         SET WS-REC-FOUND TO TRUE
111568     END-IF.
111569     MOVE "C" TO AM-REC-TYPE.
111570     MOVE "QUARANTINE-DAYS" TO AM-KEY-VALUE.
111571     MOVE SPACES TO AM-STATUS AM-DETAIL.
111572     MOVE WS-QUARANTINE-DAYS TO AM-CT-DAYS.
111573     IF WS-REC-FOUND
111574         REWRITE AM-MASTER-RECORD
111575             INVALID KEY
111576                 DISPLAY "ERROR: could not rewrite the quarantine"
111577                     " control record"
111578                 SET WS-ABORT TO TRUE
111579                 GO TO 8500-EXIT
111580         END-REWRITE
111581     ELSE
111582         WRITE AM-MASTER-RECORD
111583             INVALID KEY
111584                 DISPLAY "ERROR: could not write the quarantine"
111585                     " control record"
111586                 SET WS-ABORT TO TRUE
111587                 GO TO 8500-EXIT
111588         END-WRITE
111589     END-IF.
111590     MOVE WS-QUARANTINE-DAYS TO WS-DAYS3-DISP.
111591     DISPLAY "Quarantine cooling-off now " WS-DAYS3-DISP
111592         " day(s).".
111593     IF WS-QUARANTINE-DAYS = 0
111594         DISPLAY "Released addresses now go straight back to"
111595             " FREE."
111596     END-IF.
111597 8500-EXIT.
111598     EXIT.
111599
111600***************************************************************
111700* 9000-MIGRATE-LEGACY - one-time load of the old pipe-delimited *
111800*     master into the indexed file; records already present     *
