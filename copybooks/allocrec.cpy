000300*    ALLOCREC.CPY                                                *
000400*    Record layout of the indexed address-allocation master      *
000500*    (/etc/netplan/ip-allocations.idx), shared by every program  *
000600*    that declares the file - CheckAllocation, AllocMaint,       *
000700*    FleetAudit, SubnetRenumber, ChangeRecon, CmdbExtract and    *
000750*    OpsReport - so no copy can drift from the others.  The      *
000800*    key is record type ("S" subnet / "A" address / "C"          *
000810*    control) plus the network, address or control name;         *
000900*    v6 address keys are stored in the canonical fully-          *
001000*    expanded form ExpandIPv6 produces.                          *
001100*                                                                *
001200*    Modification History                                       *
001300*    2026-09-02  TJK  Initial version - lifted from the three   *
001400*                     identical hand-kept FD record layouts.    *
001410*    2026-10-15  TJK  QUARANT status for released addresses,    *
001420*                     an optional expiry on RESERVED records    *
001430*                     and the "C" control record, with          *
001440*                     REDEFINES views of the detail for each.   *
001450*    2026-10-15  TJK  Header lists every program that copies    *
001460*                     the layout.                               *
001500*                                                                *
001600******************************************************************
001700 01  AM-MASTER-RECORD.
002000         10  AM-KEY-VALUE      PIC X(50).
002100     05  AM-STATUS             PIC X(08).
002200     05  AM-DETAIL             PIC X(60).
002210*    QUARANT - released by a push, held until the cooling-off
002220*    period has passed: release date and the former holder
002230     05  AM-QUARANTINE-DETAIL REDEFINES AM-DETAIL.
002240         10  AM-QU-RELEASED    PIC X(08).
002250         10  FILLER            PIC X(01).
002260         10  AM-QU-HOLDER      PIC X(51).
002270*    RESERVED - the reserve note and an optional expiry date
002280*    (YYYYMMDD, blank = never expires)
002290     05  AM-RESERVE-DETAIL REDEFINES AM-DETAIL.
002300         10  AM-RV-NOTE        PIC X(51).
002310         10  FILLER            PIC X(01).
002320         10  AM-RV-EXPIRES     PIC X(08).
002330*    Key "C" + "QUARANTINE-DAYS" - the cooling-off period, in
002340*    days, every released address waits out before reuse
002350     05  AM-CONTROL-DETAIL REDEFINES AM-DETAIL.
002360         10  AM-CT-DAYS        PIC X(03).
002370         10  FILLER            PIC X(57).
