000174*                  TRAILER COVERS JUST WHAT WAS SENT, AND
000175*                  DAY01BAL SKIPS ITS DETAIL-VS-STATS
000176*                  CROSS-CHECK ON A DELTA HEADER.
000177* 2026-10-05 RW    ADDED IF-RELEASE-FLAG TO THE DETAIL - A
000178*                  ROUTE HELD IN SUSPENSE AND RELEASED BY THE
000179*                  DESK GOES OUT ON THE NEXT NIGHTLY FEED
000180*                  MARKED "L", SO DOWNSTREAM CAN TELL A
000181*                  SIGNED-OFF LATE ROUTE FROM TONIGHT'S OWN.
000182* 2026-10-07 RW    ADDED FEED TYPE "C" (CORRECTION), WRITTEN
000183*                  BY THE NEW DAY01COR STEP FOR ROUTES
000184*                  RELOADED AFTER THEY WERE SENT. A
000185*                  CORRECTION DETAIL CARRIES THE FINAL FLOOR
000186*                  SENT BEFORE IN IF-OLD-FINAL-FLOOR AND THE
000187*                  RECOMPUTED ONE IN IF-FINAL-FLOOR, OR THE
000188*                  CANCEL FLAG (AND A ZERO FINAL FLOOR) WHEN
000189*                  THE ROUTE WAS DELETED. THE TRAILER OF A
000190*                  CORRECTION FEED ALSO HASHES THE OLD FLOORS
000191*                  SO DAY01BAL CAN PROVE BOTH SIDES.
000193*-----------------------------------------------------------*
000195* INTERFACE-RECORD - THE RECORD LAYOUT OF INTERFACE-FILE, THE
000197* ELF-SCHEDULING FEED. ONE HEADER RECORD (RUN DATE/TIME AND
000200* THE CONTROL-FILE NAME) LEADS THE FEED, ONE DETAIL RECORD
000210* FOLLOWS PER BUILDING, AND ONE TRAILER RECORD (DETAIL COUNT
000220* AND A HASH TOTAL OF THE FINAL FLOORS) CLOSES IT. DAY01BAL
000340         10  IF-BUILDING-ID       PIC X(10).
000350         10  IF-ROUTE-DATE        PIC 9(08).
000360         10  IF-FINAL-FLOOR       PIC S9(08).
000362         10  IF-RELEASE-FLAG      PIC X(01).
000364             88  IF-RELEASED-DETAIL    VALUE "L".
000366         10  IF-OLD-FINAL-FLOOR   PIC S9(08).
000367         10  IF-CANCEL-FLAG       PIC X(01).
000368             88  IF-CANCELLED-DETAIL   VALUE "X".
000370         10  FILLER               PIC X(43).
000380     05  IF-HEADER-DATA REDEFINES IF-RECORD-BODY.
000390         10  IF-HDR-RUN-DATE      PIC 9(08).
000400         10  IF-HDR-RUN-TIME      PIC 9(08).
000414             88  IF-HDR-FULL-FEED      VALUE "F", " ".
000415             88  IF-HDR-DELTA-FEED     VALUE "D".
000416             88  IF-HDR-RESEND-FEED    VALUE "R".
000417             88  IF-HDR-CORRECTION-FEED VALUE "C".
000420         10  FILLER               PIC X(18).
000430     05  IF-TRAILER-DATA REDEFINES IF-RECORD-BODY.
000440         10  IF-TRL-DETAIL-COUNT  PIC 9(09).
000450         10  IF-TRL-FLOOR-HASH    PIC S9(12).
000455         10  IF-TRL-OLD-FLOOR-HASH PIC S9(12).
000460         10  FILLER               PIC X(46).
