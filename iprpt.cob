002700*      StaticIPReport -current                                  *
002800*      StaticIPReport -churn <n> [-from ...] [-to ...]          *
002900*      StaticIPReport -ticket <ref> [-from ...] [-to ...]       *
002950*      StaticIPReport -denied [-from ...] [-to ...]             *
002970*      StaticIPReport -overrides [-from ...] [-to ...]          *
003000*                                                                *
003100*      -ticket lists every interface a change ticket touched -  *
003200*      the ticket= field WriteAudit records from the -ticket    *
003300*      option, the batch inventory's ticket column, or the      *
003400*      request id ChangeExec executes under.                    *
003420*                                                                *
003440*      -denied lists the refusals CheckAuthorization logged -   *
003460*      who tried to push, roll back or approve what, and why    *
003480*      the operator authorization file turned them away.        *
003482*                                                                *
003484*      -overrides lists the pushes made during a change freeze  *
003486*      under an emergency ticket - the freeze, the address, the *
003488*      freeze period and scope, and the ticket - for review     *
003490*      once the freeze is over.                                 *
003500*                                                                *
003600*      All forms accept -log <path> to read a change log other  *
003700*      than the live /etc/netplan/static-ip-changes.log.        *
007000*                       months: -current and open-ended windows  *
007100*                       were silently seeing only the open       *
007200*                       month once the first archival ran.       *
007210*      2026-10-15  TJK  "-denied": the pushes, rollbacks and     *
007220*                       approvals CheckAuthorization refused.    *
007230*                       Its denied: records are kept out of the  *
007240*                       change forms (-iface, -current, -churn   *
007250*                       and the rest) - they changed nothing.    *
007255*      2026-10-15  TJK  "-overrides": the pushes let through a   *
007260*                       change freeze under an emergency ticket, *
007265*                       as CheckFreeze flagged them, for the     *
007270*                       post-freeze review.  Its override:       *
007275*                       records are likewise kept out of the     *
007280*                       change forms.                            *
007285*      2026-10-15  TJK  Fold the onboard: tag OnboardHosts       *
007290*                       writes into hostname:interface.          *
007300*                                                                *
007400***************************************************************
007500 IDENTIFICATION DIVISION.
011200     88  WS-MODE-CURRENT                VALUE "C".
011300     88  WS-MODE-CHURN                  VALUE "N".
011400     88  WS-MODE-TICKET                 VALUE "T".
011450     88  WS-MODE-DENIED                 VALUE "D".
011470     88  WS-MODE-OVERRIDES              VALUE "V".
011500 01  WS-ABORT-SWITCH           PIC X(01) VALUE "N".
011600     88  WS-ABORT                       VALUE "Y".
011700
013900 01  WS-LINE-NEW-GW            PIC X(50).
014000 01  WS-LINE-GOOD-SWITCH       PIC X(01).
014100     88  WS-LINE-GOOD                   VALUE "Y".
014120 01  WS-LINE-DENIED-SWITCH     PIC X(01).
014140     88  WS-LINE-DENIED                 VALUE "Y".
014160 01  WS-LINE-OVERRIDE-SWITCH   PIC X(01).
014180     88  WS-LINE-OVERRIDE               VALUE "Y".
014200
014300 01  WS-LISTED-COUNT           PIC 9(06) VALUE 0.
014400 01  WS-IX                     PIC 9(03) COMP.
021100        OR WS-MODE-TICKET
021200         DISPLAY WS-LISTED-COUNT " change(s) listed."
021300     END-IF.
021310     IF WS-MODE-DENIED
021320         DISPLAY WS-LISTED-COUNT " refusal(s) listed."
021330     END-IF.
021340     IF WS-MODE-OVERRIDES
021350         DISPLAY WS-LISTED-COUNT " freeze override(s) listed."
021360     END-IF.
021400     MOVE 0 TO RETURN-CODE.
021500 0000-EXIT.
021600     STOP RUN.
025600             END-IF
025700         WHEN "-range"
025800             SET WS-MODE-RANGE TO TRUE
025810         WHEN "-denied"
025820             SET WS-MODE-DENIED TO TRUE
025840         WHEN "-overrides"
025860             SET WS-MODE-OVERRIDES TO TRUE
025900         WHEN "-current"
026000             SET WS-MODE-CURRENT TO TRUE
026100         WHEN "-churn"
034800 2900-USAGE.
034900     DISPLAY "Usage: StaticIPReport -iface <name> |"
035000         " -operator <name> | -range | -current |"
035100         " -churn <n> | -ticket <ref> | -denied |"
035150         " -overrides".
035200     DISPLAY "       [-from <yyyymmdd>] [-to <yyyymmdd>]"
035300         " [-log <path>]".
035400     SET WS-ABORT TO TRUE.
057900         OR WS-LINE-DATE > WS-TO-DATE
058000         GO TO 3100-EXIT
058100     END-IF.
058110*    A refusal changed nothing - only -denied wants it
058120     IF WS-LINE-DENIED
058130         IF WS-MODE-DENIED
058140             PERFORM 5100-PRINT-DENIED-LINE THRU 5100-EXIT
058150         END-IF
058160         GO TO 3100-EXIT
058170     END-IF.
058172*    Nor did a freeze override record - the push it let through
058174*    is logged separately; only -overrides wants it
058176     IF WS-LINE-OVERRIDE
058178         IF WS-MODE-OVERRIDES
058180             PERFORM 5200-PRINT-OVERRIDE-LINE THRU 5200-EXIT
058182         END-IF
058184         GO TO 3100-EXIT
058186     END-IF.
058200     EVALUATE TRUE
058300         WHEN WS-MODE-IFACE
058400             IF WS-LINE-IFACE = WS-PICK-IFACE
060800***************************************************************
060900 4000-PARSE-LOG-LINE.
061000     MOVE "N" TO WS-LINE-GOOD-SWITCH.
061010     MOVE "N" TO WS-LINE-DENIED-SWITCH.
061030     MOVE "N" TO WS-LINE-OVERRIDE-SWITCH.
061100     IF RP-LOG-RECORD = SPACES
061200         GO TO 4000-EXIT
061300     END-IF.
063200     IF WS-LINE-TICKET-FLD(1:7) = "ticket="
063300         MOVE WS-LINE-TICKET-FLD(8:20) TO WS-LINE-TICKET
063400     END-IF.
063410*    CheckAuthorization refusals carry action=/addr=/who=/
063420*    reason= where a change carries old_ip= through new_gw=
063430     IF WS-LINE-IFACE(1:7) = "denied:"
063440         SET WS-LINE-DENIED TO TRUE
063450     END-IF.
063460*    CheckFreeze overrides carry freeze=/addr=/period=/scope=
063470     IF WS-LINE-IFACE(1:9) = "override:"
063480         SET WS-LINE-OVERRIDE TO TRUE
063490     END-IF.
063500     MOVE "Y" TO WS-LINE-GOOD-SWITCH.
063600 4000-EXIT.
063700     EXIT.
065200 5000-EXIT.
065300     EXIT.
065400
065401***************************************************************
065402* 5100-PRINT-DENIED-LINE - one formatted refusal: who ran it,   *
065403*     the host:interface, the action, the address, the          *
065404*     principal the file was checked for and the reason         *
065405***************************************************************
065406 5100-PRINT-DENIED-LINE.
065407     DISPLAY WS-LINE-STAMP " " WS-LINE-OPERATOR " "
065408         WS-LINE-IFACE(8:44).
065409     DISPLAY "    " WS-LINE-OLD-IP-FLD(8:10) " "
065410         WS-LINE-OLD-GW-FLD(6:50).
065411     DISPLAY "    checked for: " WS-LINE-NEW-IP-FLD(5:20).
065412     DISPLAY "    reason: " WS-LINE-NEW-GW-FLD(8:53).
065413     IF WS-LINE-TICKET NOT = SPACES
065414        AND WS-LINE-TICKET NOT = "(none)"
065415         DISPLAY "    ticket: " WS-LINE-TICKET
065416     END-IF.
065417     ADD 1 TO WS-LISTED-COUNT.
065418 5100-EXIT.
065419     EXIT.
065421
065423***************************************************************
065425* 5200-PRINT-OVERRIDE-LINE - one freeze override, for the       *
065427*     post-freeze review: who pushed what under which           *
065429*     emergency ticket, through which freeze period and scope   *
065431***************************************************************
065433 5200-PRINT-OVERRIDE-LINE.
065435     DISPLAY WS-LINE-STAMP " " WS-LINE-OPERATOR " "
065437         WS-LINE-IFACE(10:42).
065439     DISPLAY "    freeze: " WS-LINE-OLD-IP-FLD(8:30).
065441     DISPLAY "    addr: " WS-LINE-OLD-GW-FLD(6:50).
065443     DISPLAY "    period: " WS-LINE-NEW-IP-FLD(8:30)
065445         " scope: " WS-LINE-NEW-GW-FLD(7:50).
065447     DISPLAY "    emergency ticket: " WS-LINE-TICKET.
065449     ADD 1 TO WS-LISTED-COUNT.
065451 5200-EXIT.
065453     EXIT.
065455
065500***************************************************************
065600* 6000-TRACK-LATEST - per-interface tally and latest values,    *
065700*                     shared by -current and -churn             *
066900         MOVE WS-LINE-IFACE(8:44) TO WS-BASE-IFACE
067000         MOVE WS-BASE-IFACE TO WS-LINE-IFACE
067100     END-IF.
067120*    So is a host adoption, tagged onboard: by OnboardHosts
067140     IF WS-LINE-IFACE(1:8) = "onboard:"
067150         MOVE WS-LINE-IFACE(9:43) TO WS-BASE-IFACE
067160         MOVE WS-BASE-IFACE TO WS-LINE-IFACE
067180     END-IF.
067200     MOVE 0 TO WS-TAG-FOUND-IX.
067300     PERFORM VARYING WS-TAG-IX FROM 1 BY 1
067400             UNTIL WS-TAG-IX > WS-TAG-COUNT
