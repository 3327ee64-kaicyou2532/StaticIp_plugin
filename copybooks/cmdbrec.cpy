000100******************************************************************
000200*                                                                *
000300*   CMDBREC.CPY                                                  *
000400*   Record layout of the fixed-format CMDB interface extract     *
000500*   CmdbExtract writes to /etc/netplan/cmdb/, and of the         *
000600*   snapshot of the last extract it keeps beside it.  One HDR    *
000700*   record, one DTL record per hostname:interface, one TRL       *
000800*   record carrying the counts.  The CMDB load reads this        *
000900*   layout, so a field is only ever added in the FILLER.         *
001000*                                                                *
001100*   Modification History                                         *
001200*   2026-10-15  TJK  Initial version.                            *
001250*   2026-10-15  TJK  DTL FILLER widened to fill out the body.    *
001300*                                                                *
001400******************************************************************
001500 01  CX-RECORD.
001600     05  CX-REC-TYPE           PIC X(03).
001700         88  CX-HEADER                  VALUE "HDR".
001800         88  CX-DETAIL                  VALUE "DTL".
001900         88  CX-TRAILER                 VALUE "TRL".
002000     05  CX-BODY               PIC X(597).
002100*    HDR - FULL or DELTA, when the extract was cut, and for a
002200*    delta the stamp of the extract it is relative to
002300     05  CX-HEADER-BODY REDEFINES CX-BODY.
002400         10  CX-HD-EXTRACT-TYPE
002500                               PIC X(05).
002600             88  CX-HD-FULL             VALUE "FULL ".
002700             88  CX-HD-DELTA            VALUE "DELTA".
002800         10  CX-HD-RUN-STAMP   PIC X(17).
002900         10  CX-HD-PREV-STAMP  PIC X(17).
003000         10  CX-HD-SOURCE-HOST PIC X(30).
003100         10  FILLER            PIC X(528).
003200*    DTL - one hostname:interface.  Action F on a full extract;
003300*    A (added), C (changed) or D (deleted, last known values)
003400*    on a delta.  Sources: Y per-host YAML, M allocation
003500*    master, L change log, one position each
003600     05  CX-DETAIL-BODY REDEFINES CX-BODY.
003700         10  CX-DT-ACTION      PIC X(01).
003800             88  CX-DT-FULL             VALUE "F".
003900             88  CX-DT-ADD              VALUE "A".
004000             88  CX-DT-CHANGE           VALUE "C".
004100             88  CX-DT-DELETE           VALUE "D".
004200         10  CX-DT-KEY.
004300             15  CX-DT-HOSTNAME
004400                               PIC X(30).
004500             15  CX-DT-IFACE   PIC X(20).
004600         10  CX-DT-DATA.
004700             15  CX-DT-IF-TYPE PIC X(01).
004800                 88  CX-DT-ETHERNET     VALUE "E".
004900                 88  CX-DT-VLAN         VALUE "V".
005000                 88  CX-DT-BOND         VALUE "B".
005100             15  CX-DT-IPV4    PIC X(50).
005200             15  CX-DT-IPV6    PIC X(50).
005300             15  CX-DT-GATEWAY4
005400                               PIC X(45).
005500             15  CX-DT-GATEWAY6
005600                               PIC X(45).
005700             15  CX-DT-VLAN-ID PIC X(04).
005800             15  CX-DT-VLAN-LINK
005900                               PIC X(20).
006000             15  CX-DT-BOND-MEMBERS
006100                               PIC X(100).
006200             15  CX-DT-NAMESERVERS
006300                               PIC X(100).
006400             15  CX-DT-LAST-STAMP
006500                               PIC X(17).
006600             15  CX-DT-LAST-OPERATOR
006700                               PIC X(20).
006800             15  CX-DT-LAST-TICKET
006900                               PIC X(20).
007000         10  CX-DT-SOURCES     PIC X(03).
007100         10  FILLER            PIC X(71).
007200*    TRL - detail records in the file, and how many of them are
007300*    adds, changes and deletes (all zero on a full extract)
007400     05  CX-TRAILER-BODY REDEFINES CX-BODY.
007500         10  CX-TL-RECORD-COUNT
007600                               PIC 9(07).
007700         10  CX-TL-ADD-COUNT   PIC 9(07).
007800         10  CX-TL-CHANGE-COUNT
007900                               PIC 9(07).
008000         10  CX-TL-DELETE-COUNT
008100                               PIC 9(07).
008200         10  FILLER            PIC X(569).
