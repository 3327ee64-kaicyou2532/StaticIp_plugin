000100***************************************************************
000200*                                                                *
000300*  PROGRAM      : VALIDMAC.CBL                                   *
000400*  PROGRAM-ID   : ValidateMACAddr                                *
000500*  AUTHOR       : T. Kowalczyk, Network Systems Group            *
000600*  INSTALLATION : Data Center Operations                         *
000700*  DATE-WRITTEN : 2026-10-15                                     *
000800*                                                                *
000900*  PURPOSE.                                                      *
001000*      Common callable routine used by SetStaticIP,              *
001100*      SetStaticIPBatch, ChangeSched and ChangeExec to confirm   *
001200*      that a MAC address an interface is to be pinned to is     *
001300*      six two-digit hex octets separated by ':' (the form       *
001400*      netplan's match: macaddress: and "ip link" use), is not   *
001500*      all zeros and is not a group (multicast) address.  A      *
001600*      valid address is returned folded to lower case so the     *
001700*      callers' duplicate checks and FleetAudit's comparison     *
001800*      against "ip link" output see one spelling.                *
001900*                                                                *
002000*  MODIFICATION HISTORY.                                         *
002100*      2026-10-15  TJK  Initial version.                         *
002120*      2026-10-15  TJK  Reject a MAC with a blank in any of      *
002140*                       its 17 positions.                        *
002200*                                                                *
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ValidateMACAddr.
002600 AUTHOR. T. Kowalczyk.
002700 INSTALLATION. Data Center Operations.
002800 DATE-WRITTEN. 2026-10-15.
002900
003000 ENVIRONMENT DIVISION.
003100
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400 01  WS-SCRATCH                PIC X(17).
003500 01  WS-OCTET-IX               PIC 9(02).
003600 01  WS-OCTET-POS              PIC 9(02).
003700 01  WS-HEX-DIGITS             PIC X(16) VALUE "0123456789abcdef".
003800 01  WS-HEX-BLANK              PIC X(16) VALUE SPACES.
003900 01  WS-UPPER-HEX              PIC X(06) VALUE "ABCDEF".
004000 01  WS-LOWER-HEX              PIC X(06) VALUE "abcdef".
004100 01  WS-GROUP-DIGITS           PIC X(08) VALUE "13579bdf".
004200 01  WS-GROUP-COUNT            PIC 9(02).
004250 01  WS-SPACE-COUNT            PIC 9(02).
004300
004400 LINKAGE SECTION.
004500 01  VM-MAC                    PIC X(17).
004600 01  VM-VALID-SWITCH           PIC X(01).
004700     88  VM-VALID                       VALUE "Y".
004800     88  VM-INVALID                     VALUE "N".
004900
005000 PROCEDURE DIVISION USING VM-MAC
005100                          VM-VALID-SWITCH.
005200
005300 0000-MAINLINE.
005400     SET VM-VALID TO TRUE.
005500     INSPECT VM-MAC CONVERTING WS-UPPER-HEX TO WS-LOWER-HEX.
005600     PERFORM VARYING WS-OCTET-IX FROM 1 BY 1
005700             UNTIL WS-OCTET-IX > 5
005800         COMPUTE WS-OCTET-POS = WS-OCTET-IX * 3
005900         IF VM-MAC(WS-OCTET-POS:1) NOT = ":"
006000             SET VM-INVALID TO TRUE
006100         END-IF
006200     END-PERFORM.
006300     IF VM-INVALID
006400         GO TO 0000-EXIT
006500     END-IF.
006510*    A space would pass the hex check below as a blank digit
006520     MOVE 0 TO WS-SPACE-COUNT.
006530     INSPECT VM-MAC TALLYING WS-SPACE-COUNT FOR ALL SPACE.
006540     IF WS-SPACE-COUNT > 0
006550         SET VM-INVALID TO TRUE
006560         GO TO 0000-EXIT
006570     END-IF.
006600     MOVE VM-MAC TO WS-SCRATCH.
006700     INSPECT WS-SCRATCH REPLACING ALL ":" BY "0".
006800     INSPECT WS-SCRATCH CONVERTING WS-HEX-DIGITS TO WS-HEX-BLANK.
006900     IF WS-SCRATCH NOT = SPACES
007000         SET VM-INVALID TO TRUE
007100         GO TO 0000-EXIT
007200     END-IF.
007300     IF VM-MAC = "00:00:00:00:00:00"
007400         SET VM-INVALID TO TRUE
007500         GO TO 0000-EXIT
007600     END-IF.
007700     MOVE 0 TO WS-GROUP-COUNT.
007800     INSPECT WS-GROUP-DIGITS TALLYING WS-GROUP-COUNT
007900         FOR ALL VM-MAC(2:1).
008000     IF WS-GROUP-COUNT > 0
008100         SET VM-INVALID TO TRUE
008200     END-IF.
008300 0000-EXIT.
008400     GOBACK.
008500
008600 END PROGRAM ValidateMACAddr.
