001150*                      THE RECORD WHEN THE CORRECTION POSTS.
001160*                      AN UNAVAILABLE MASTER ONLY WARNS - THE
001170*                      FUEL RUN MUST NEVER FAIL FOR IT.
001180*    2026-10-15  JH    KEY-RANGE PARTITIONED RUNS - PARM TOKENS
001190*                      SEVEN AND EIGHT NAME THE PARTITION (N/OF,
001200*                      E.G. 2/4) AND ITS MODULE-ID KEY RANGE
001210*                      (LOW-HIGH, LOW KEY INCLUSIVE, HIGH KEY
001220*                      EXCLUSIVE, '*' FOR AN OPEN END). A
001230*                      PARTITIONED STEP READS ONLY ITS OWN RANGE,
001240*                      LEAVES THE CNTRL TRAILER, THE PRIOR-RUN
001250*                      GUARD, AND PUBLICATION TO THE FUELMRG MERGE
001260*                      STEP, AND WRITES ONE PARTIAL-RESULTS RECORD
001270*                      (FUELPART) WITH ITS RECORD COUNT, EXCEPTION
001280*                      COUNT, AND PER-DESTINATION SIMPLE AND
001290*                      RECURSIVE TOTALS INSTEAD OF FUELTOT.
001300*                      WITHOUT TOKEN SEVEN THE RUN IS UNCHANGED.
001310*    2026-10-15  JH    CLOSED-PERIOD GUARD - A RUN DATED IN AN
001320*                      ACCOUNTING PERIOD PRDCLOSE HAS CLOSED IS
001330*                      REFUSED RC 12 BEFORE ANYTHING IS PUBLISHED,
001340*                      UNLESS PRDOPEN HAS LOGGED A REOPEN. AN
001350*                      UNREADABLE PERIOD-CONTROL FILE ENDS RC 16.
001360*                      PARTITION STEPS LEAVE THE CHECK TO FUELMRG.
001370*    2026-10-15  JH    A PARTITION STEP LOGS ITS INPUT NAME ON THE
001380*                      RUN LOG AS 'PART N/OF' AND THE INPUT FILE
001390*                      NAME, SO THE FUEL-RUN GATES CAN TELL ONE
001400*                      KEY RANGE FROM A COMPLETE RUN.
001410*-----------------------------------------------------------------
001420 ENVIRONMENT DIVISION.
001430 INPUT-OUTPUT SECTION.
001440 FILE-CONTROL.
001450     SELECT MASS ASSIGN TO MASSDD
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS MASS-MODULE-ID
001490         FILE STATUS IS WS-MASS-STATUS.
001500     SELECT FUELTOT ASSIGN TO 'FUELTOT.DAT'
001510         ORGANIZATION IS LINE SEQUENTIAL.
001520     SELECT MASSEXCP ASSIGN TO 'MASSEXCP.DAT'
001530         ORGANIZATION IS LINE SEQUENTIAL.
001540     SELECT PRIORTOT ASSIGN TO 'FUELTOT.DAT'
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-PRIORTOT-STATUS.
001570     SELECT OPTIONAL REASNRPT ASSIGN TO 'REASNRPT.DAT'
001580         ORGANIZATION IS LINE SEQUENTIAL.
001590     SELECT DESTCOMP ASSIGN TO 'DESTCOMP.DAT'
001600         ORGANIZATION IS LINE SEQUENTIAL.
001610     SELECT EXCPMST ASSIGN TO EXCPMSTD
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS RANDOM
001640         RECORD KEY IS EM-MODULE-ID
001650         FILE STATUS IS WS-EXCPMST-STATUS.
001660     SELECT RESTART ASSIGN TO RESTARTDD
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS RANDOM
001690         RECORD KEY IS RS-CHECKPOINT-ID
001700         FILE STATUS IS WS-RESTART-STATUS.
001710     SELECT FUELPART ASSIGN TO 'FUELPART.DAT'
001720         ORGANIZATION IS LINE SEQUENTIAL.
001730 DATA DIVISION.
001740 FILE SECTION.
001750 FD  MASS.
001760 01  MASS-FILE.
001770     05  MASS-MODULE-ID          PIC X(05).
001780     05  MASS-NUMBER             PIC 9(10).
001790*-----------------------------------------------------------------
001800*    FUELTOT.DAT - PERMANENT FUEL TOTAL RESULTS DATASET
001810*-----------------------------------------------------------------
001820 FD  FUELTOT.
001830 01  FUELTOT-RECORD.
001840     05  FT-RUN-DATE             PIC X(10).
001850     05  FT-SPACER-1             PIC X(01).
001860     05  FT-INPUT-FILE-NAME      PIC X(20).
001870     05  FT-SPACER-2             PIC X(01).
001880     05  FT-RECORD-COUNT         PIC 9(06).
001890     05  FT-SPACER-3             PIC X(01).
001900     05  FT-MASS-TOTAL           PIC -9(10).
001910     05  FT-SPACER-4             PIC X(01).
001920     05  FT-DEST-CODE            PIC X(08).
001930*-----------------------------------------------------------------
001940*    MASSEXCP.DAT - REJECTED MASS VALUE EXCEPTIONS REPORT
001950*-----------------------------------------------------------------
001960 FD  MASSEXCP.
001970 01  MASSEXCP-RECORD.
001980     05  ME-RECORD-NUMBER         PIC 9(06).
001990     05  ME-SPACER-1              PIC X(01).
002000     05  ME-MODULE-ID             PIC X(05).
002010     05  ME-SPACER-2              PIC X(01).
002020     05  ME-RAW-MASS-VALUE        PIC X(10).
002030     05  ME-SPACER-3              PIC X(01).
002040     05  ME-REASON                PIC X(22).
002050     05  ME-SPACER-4              PIC X(01).
002060     05  ME-MODULE-NAME           PIC X(20).
002070*-----------------------------------------------------------------
002080*    PRIORTOT - THE ACCUMULATED FUELTOT RESULTS READ BACK DURING
002090*    INITIALIZATION FOR THE PRIOR-RUN REASONABLENESS GUARD.
002100*    LAYOUT MATCHES THE FUELTOT-RECORD WRITTEN BELOW.
002110*-----------------------------------------------------------------
002120 FD  PRIORTOT.
002130 01  PRIORTOT-RECORD.
002140     05  PT-RUN-DATE              PIC X(10).
002150     05  PT-SPACER-1              PIC X(01).
002160     05  PT-INPUT-FILE-NAME       PIC X(20).
002170     05  PT-SPACER-2              PIC X(01).
002180     05  PT-RECORD-COUNT          PIC 9(06).
002190     05  PT-SPACER-3              PIC X(01).
002200     05  PT-MASS-TOTAL            PIC -9(10).
002210     05  PT-SPACER-4              PIC X(01).
002220     05  PT-DEST-CODE             PIC X(08).
002230*-----------------------------------------------------------------
002240*    EXCPMSTD - PERSISTENT EXCEPTION MASTER KSDS, KEYED ON
002250*    MODULE-ID, WITH STATUS 'O' OPEN / 'C' CLOSED, FIRST- AND
002260*    LAST-SEEN DATES, THE CLOSED DATE, AND THE LATEST RAW
002270*    VALUE AND REASON. POSTED HERE ON EVERY REJECT, CLOSED BY
002280*    MASSCORR, AGED BY EXCPAGE.
002290*-----------------------------------------------------------------
002300 FD  EXCPMST.
002310 01  EXCPMST-RECORD.
002320     05  EM-MODULE-ID             PIC X(05).
002330     05  EM-SPACER-1              PIC X(01).
002340     05  EM-STATUS                PIC X(01).
002350     05  EM-SPACER-2              PIC X(01).
002360     05  EM-FIRST-SEEN            PIC X(10).
002370     05  EM-SPACER-3              PIC X(01).
002380     05  EM-LAST-SEEN             PIC X(10).
002390     05  EM-SPACER-4              PIC X(01).
002400     05  EM-CLOSED-DATE           PIC X(10).
002410     05  EM-SPACER-5              PIC X(01).
002420     05  EM-RAW-MASS-VALUE        PIC X(10).
002430     05  EM-SPACER-6              PIC X(01).
002440     05  EM-REASON                PIC X(22).
002450*-----------------------------------------------------------------
002460*    DESTCOMP.DAT - SIDE-BY-SIDE DESTINATION COMPARISON PAGE,
002470*    WRITTEN ON A MULTI-DESTINATION RUN: ONE LINE PER
002480*    DESTINATION WITH ITS TOTALS AND THE DIFFERENCE FROM EARTH
002490*-----------------------------------------------------------------
002500 FD  DESTCOMP.
002510 01  DESTCOMP-RECORD              PIC X(80).
002520*-----------------------------------------------------------------
002530*    REASNRPT.DAT - REASONABLENESS-FAILURE REPORT, ONE LINE PER
002540*    RUN WHOSE FIGURES MOVED OUTSIDE TOLERANCE AGAINST THE
002550*    PRIOR RUN. NOTHING IS WRITTEN ON A CLEAN RUN.
002560*-----------------------------------------------------------------
002570 FD  REASNRPT.
002580 01  REASNRPT-RECORD.
002590     05  RF-RUN-DATE              PIC X(10).
002600     05  RF-SPACER-1              PIC X(01).
002610     05  RF-INPUT-NAME            PIC X(20).
002620     05  RF-SPACER-2              PIC X(01).
002630     05  RF-DEST-CODE             PIC X(08).
002640     05  RF-SPACER-3              PIC X(01).
002650     05  RF-PRIOR-COUNT           PIC 9(06).
002660     05  RF-SPACER-4              PIC X(01).
002670     05  RF-ACTUAL-COUNT          PIC 9(06).
002680     05  RF-SPACER-5              PIC X(01).
002690     05  RF-PRIOR-TOTAL           PIC -9(10).
002700     05  RF-SPACER-6              PIC X(01).
002710     05  RF-ACTUAL-TOTAL          PIC -9(10).
002720*-----------------------------------------------------------------
002730*    RESTARTDD - SINGLE-RECORD CHECKPOINT SNAPSHOT FOR RESTART.
002740*    INDEXED ON A FIXED KEY SO THE SAME RECORD IS REWRITTEN IN
002750*    PLACE AT EVERY CHECKPOINT RATHER THAN APPENDED.
002760*-----------------------------------------------------------------
002770 FD  RESTART.
002780 01  RESTART-RECORD.
002790     05  RS-CHECKPOINT-ID         PIC X(01).
002800     05  RS-RECORD-COUNT          PIC 9(06).
002810     05  RS-SPACER-1              PIC X(01).
002820     05  RS-MASS-TOTAL            PIC S9(10).
002830     05  RS-SPACER-2              PIC X(01).
002840     05  RS-RECURSIVE-TOTAL       PIC 9(10).
002850     05  RS-SPACER-3              PIC X(01).
002860     05  RS-LAST-MODULE-ID        PIC X(05).
002870     05  RS-SPACER-4              PIC X(01).
002880     05  RS-CONTROL-SW            PIC X(01).
002890     05  RS-SPACER-5              PIC X(01).
002900     05  RS-CONTROL-RECORD-COUNT  PIC 9(10).
002910     05  RS-SPACER-6              PIC X(01).
002920     05  RS-EXCEPTION-COUNT       PIC 9(06).
002930*-----------------------------------------------------------------
002940*    FUELPART.DAT - PARTIAL RESULTS OF A KEY-RANGE PARTITIONED
002950*    RUN, ONE RECORD PER PARTITION STEP, MERGED AND PUBLISHED BY
002960*    FUELMRG. UNUSED DESTINATION SLOTS ARE LEFT BLANK.
002970*-----------------------------------------------------------------
002980 FD  FUELPART.
002990 01  FUELPART-RECORD.
003000     05  PP-RUN-DATE              PIC X(10).
003010     05  PP-SPACER-1              PIC X(01).
003020     05  PP-INPUT-NAME            PIC X(20).
003030     05  PP-SPACER-2              PIC X(01).
003040     05  PP-PARTITION-NUMBER      PIC 9(02).
003050     05  PP-SPACER-3              PIC X(01).
003060     05  PP-PARTITION-COUNT       PIC 9(02).
003070     05  PP-SPACER-4              PIC X(01).
003080     05  PP-LOW-KEY               PIC X(05).
003090     05  PP-SPACER-5              PIC X(01).
003100     05  PP-HIGH-KEY              PIC X(05).
003110     05  PP-SPACER-6              PIC X(01).
003120     05  PP-RECORD-COUNT          PIC 9(06).
003130     05  PP-SPACER-7              PIC X(01).
003140     05  PP-EXCEPTION-COUNT       PIC 9(06).
003150     05  PP-SPACER-8              PIC X(01).
003160     05  PP-RUN-MODE              PIC X(01).
003170     05  PP-SPACER-9              PIC X(01).
003180     05  PP-DEST-COUNT            PIC 9(01).
003190     05  PP-DEST-SLOT OCCURS 5 TIMES.
003200         10  PP-SPACER-10         PIC X(01).
003210         10  PP-DEST-CODE         PIC X(08).
003220         10  PP-SPACER-11         PIC X(01).
003230         10  PP-SIMPLE-TOTAL      PIC -9(10).
003240         10  PP-SPACER-12         PIC X(01).
003250         10  PP-RECURSIVE-TOTAL   PIC 9(10).
003260 WORKING-STORAGE SECTION.
003270*-----------------------------------------------------------------
003280*    MASS RECORD WORK AREA
003290*-----------------------------------------------------------------
003300 01  WS-MASS.
003310     05  WS-MODULE-ID            PIC X(05).
003320     05  WS-MASS-NUMBER          PIC 9(10).
003330*-----------------------------------------------------------------
003340*    SWITCHES
003350*-----------------------------------------------------------------
003360 01  WS-EOF                      PIC X(01)   VALUE 'N'.
003370     88  END-OF-MASS-FILE                    VALUE 'Y'.
003380 01  WS-RUN-MODE                 PIC X(01)   VALUE 'Y'.
003390     88  RECURSIVE-MODE-REQUESTED            VALUE 'Y'.
003400     88  RECURSIVE-MODE-NOT-REQUESTED        VALUE 'N'.
003410*-----------------------------------------------------------------
003420*    FUEL ACCUMULATORS
003430*-----------------------------------------------------------------
003440 01  WS-FUEL-SIMPLE              PIC S9(10).
003450 01  WS-FUEL-RECURSIVE           PIC S9(10).
003460 01  F-MASS-TOTAL                PIC S9(10)  VALUE ZERO.
003470 01  WS-RECURSIVE-TOTAL          PIC 9(10)   VALUE ZERO.
003480 01  WS-RECORD-COUNT             PIC 9(06)   VALUE ZERO.
003490 01  WS-EXCEPTION-COUNT          PIC 9(06)   VALUE ZERO.
003500 01  WS-INACTIVE-COUNT           PIC 9(06)   VALUE ZERO.
003510 01  WS-EXCEPTION-REASON         PIC X(22)   VALUE SPACES.
003520*-----------------------------------------------------------------
003530*    EXCEPTION MASTER STATE - 'Y' OPEN FOR UPDATE, 'U' COULD
003540*    NOT BE OPENED (WARNED ONCE, UPDATES SKIPPED)
003550*-----------------------------------------------------------------
003560 01  WS-EXCPMST-STATUS           PIC X(02)   VALUE '00'.
003570 01  WS-EXCPMST-SW               PIC X(01)   VALUE 'N'.
003580     88  EXCPMST-FILE-OPEN                   VALUE 'Y'.
003590     88  EXCPMST-UNAVAILABLE                 VALUE 'U'.
003600*-----------------------------------------------------------------
003610*    MODULE MASTER LOOKUP AREA FOR THE SHARED MODLOOK ROUTINE
003620*-----------------------------------------------------------------
003630 01  WS-MODLOOK-AREA.
003640     05  ML-MODULE-ID            PIC X(05).
003650     05  ML-FOUND-SW             PIC X(01).
003660     05  ML-MODULE-NAME          PIC X(20).
003670     05  ML-STAGE-DESC           PIC X(20).
003680     05  ML-OWNING-TEAM          PIC X(10).
003690     05  ML-STATUS               PIC X(01).
003700 01  WS-MASS-VALID-SW            PIC X(01)   VALUE 'Y'.
003710     88  MASS-VALUE-VALID                    VALUE 'Y'.
003720     88  MASS-VALUE-NOT-VALID                VALUE 'N'.
003730 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
003740*-----------------------------------------------------------------
003750*    CONTROL TOTAL - OPTIONAL TRAILER RECORD WITH MODULE-ID OF
003760*    'CNTRL' CARRIES THE EXPECTED RECORD COUNT FOR THIS RUN
003770*-----------------------------------------------------------------
003780 01  WS-CONTROL-SW                PIC X(01)   VALUE 'N'.
003790     88  CONTROL-RECORD-FOUND                VALUE 'Y'.
003800 01  WS-CONTROL-RECORD-COUNT      PIC 9(10)   VALUE ZERO.
003810*-----------------------------------------------------------------
003820*    CHECKPOINT/RESTART WORK AREAS
003830*-----------------------------------------------------------------
003840 01  WS-RESTART-STATUS            PIC X(02)   VALUE '00'.
003850 01  WS-RESTART-SW                PIC X(01)   VALUE 'N'.
003860     88  RESTART-REQUESTED                    VALUE 'Y'.
003870 01  WS-CHECKPOINT-FOUND-SW       PIC X(01)   VALUE 'N'.
003880     88  CHECKPOINT-RECORD-EXISTS             VALUE 'Y'.
003890 01  WS-CHECKPOINT-INTERVAL       PIC 9(06)   VALUE 1000.
003900 01  WS-CHECKPOINT-REMAINDER      PIC 9(06)   VALUE ZERO.
003910 01  WS-CHECKPOINT-QUOTIENT       PIC 9(06).
003920*-----------------------------------------------------------------
003930*    KEY-RANGE PARTITION - PARM TOKEN SEVEN IS THE PARTITION AND
003940*    SET SIZE (N/OF), TOKEN EIGHT THE MODULE-ID RANGE (LOW-HIGH).
003950*    THE LOW KEY IS INCLUSIVE AND THE HIGH KEY EXCLUSIVE, SO ONE
003960*    PARTITION'S HIGH KEY IS THE NEXT ONE'S LOW KEY. '*' LEAVES
003970*    THAT END OPEN.
003980*-----------------------------------------------------------------
003990 01  WS-PARTITION-SW              PIC X(01)   VALUE 'N'.
004000     88  PARTITIONED-RUN                      VALUE 'Y'.
004010 01  WS-PARTITION-SPEC            PIC X(05)   VALUE SPACES.
004020 01  WS-PARTITION-SPEC-LENGTH     PIC 9(02)   VALUE ZERO.
004030 01  WS-KEY-RANGE                 PIC X(11)   VALUE SPACES.
004040 01  WS-KEY-RANGE-LENGTH          PIC 9(02)   VALUE ZERO.
004050 01  WS-PART-NUMBER-TEXT          PIC X(02)   VALUE SPACES.
004060 01  WS-PART-NUMBER-LENGTH        PIC 9(02)   VALUE ZERO.
004070 01  WS-PART-COUNT-TEXT           PIC X(02)   VALUE SPACES.
004080 01  WS-PART-COUNT-LENGTH         PIC 9(02)   VALUE ZERO.
004090 01  WS-PART-NUMBER               PIC 9(02)   VALUE ZERO.
004100 01  WS-PART-COUNT                PIC 9(02)   VALUE ZERO.
004110 01  WS-PART-LOW-KEY              PIC X(05)   VALUE SPACES.
004120 01  WS-PART-LOW-LENGTH           PIC 9(02)   VALUE ZERO.
004130 01  WS-PART-HIGH-KEY             PIC X(05)   VALUE SPACES.
004140 01  WS-PART-HIGH-LENGTH          PIC 9(02)   VALUE ZERO.
004150*-----------------------------------------------------------------
004160*    RUN IDENTIFICATION
004170*-----------------------------------------------------------------
004180 01  WS-RUN-DATE.
004190     05  WS-RUN-YYYY              PIC 9(04).
004200     05  WS-RUN-MM                PIC 9(02).
004210     05  WS-RUN-DD                PIC 9(02).
004220 01  WS-RUN-DATE-DISPLAY          PIC X(10).
004230 01  WS-INPUT-FILE-NAME           PIC X(20)   VALUE SPACES.
004240 01  WS-DEST-CODE                 PIC X(08)   VALUE 'EARTH'.
004250*-----------------------------------------------------------------
004260*    DESTINATION TABLE - THE FOURTH PARM TOKEN MAY CARRY A
004270*    COMMA-SEPARATED LIST OF UP TO FIVE DESTINATIONS, ALL
004280*    ACCUMULATED DURING THE ONE PASS OF THE MASS FILE. ENTRY
004290*    ONE IS THE PRIMARY DESTINATION AND FEEDS THE SINGLE-
004300*    DESTINATION ACCUMULATORS, CHECKPOINT, AND RUN-LOG FIGURES.
004310*    THE PRIOR-RUN AND GUARD STATE IS CARRIED PER DESTINATION.
004320*-----------------------------------------------------------------
004330 01  WS-DEST-MAX                  PIC 9(04)   COMP VALUE 5.
004340 01  WS-DEST-COUNT                PIC 9(04)   COMP VALUE ZERO.
004350 01  WS-DEST-SUB                  PIC 9(04)   COMP VALUE ZERO.
004360 01  WS-DEST-SCAN                 PIC 9(04)   COMP VALUE ZERO.
004370 01  WS-DEST-FOUND-SUB            PIC 9(04)   COMP VALUE ZERO.
004380 01  WS-EARTH-SUB                 PIC 9(04)   COMP VALUE ZERO.
004390 01  WS-DEST-LIST                 PIC X(44)   VALUE SPACES.
004400 01  WS-DEST-LIST-LENGTH          PIC 9(02)   VALUE ZERO.
004410 01  WS-EARTH-DIFF                PIC S9(11)  VALUE ZERO.
004420 01  WS-DEST-TABLE.
004430     05  WS-DEST-ENTRY OCCURS 5 TIMES.
004440         10  DT-DEST-CODE         PIC X(08).
004450         10  DT-SIMPLE-TOTAL      PIC S9(10).
004460         10  DT-RECURSIVE-TOTAL   PIC 9(10).
004470         10  DT-PRIOR-SW          PIC X(01).
004480         10  DT-PRIOR-EXACT-SW    PIC X(01).
004490         10  DT-PRIOR-COUNT       PIC 9(06).
004500         10  DT-PRIOR-TOTAL       PIC S9(10).
004510         10  DT-GUARD-SW          PIC X(01).
004520*-----------------------------------------------------------------
004530*    PRIOR-RUN REASONABLENESS GUARD - TOLERANCES FROM THE PARM
004540*    (PERCENT, DEFAULT 25). THE PRIOR RUN'S FIGURES ARE CARRIED
004550*    PER DESTINATION IN THE TABLE ABOVE.
004560*-----------------------------------------------------------------
004570 01  WS-COUNT-TOLERANCE           PIC 9(03)   VALUE 25.
004580 01  WS-MASS-TOLERANCE            PIC 9(03)   VALUE 25.
004590 01  WS-COUNT-TOL-TEXT            PIC X(03)   VALUE SPACES.
004600 01  WS-MASS-TOL-TEXT             PIC X(03)   VALUE SPACES.
004610 01  WS-COUNT-TOL-LENGTH          PIC 9(02)   VALUE ZERO.
004620 01  WS-MASS-TOL-LENGTH           PIC 9(02)   VALUE ZERO.
004630 01  WS-PRIORTOT-STATUS           PIC X(02)   VALUE '00'.
004640 01  WS-PRIORTOT-EOF              PIC X(01)   VALUE 'N'.
004650     88  END-OF-PRIORTOT-FILE                 VALUE 'Y'.
004660 01  WS-PRIOR-DEST                PIC X(08)   VALUE SPACES.
004670 01  WS-COUNT-DEVIATION           PIC S9(08)V9(02).
004680 01  WS-MASS-DEVIATION            PIC S9(08)V9(02).
004690 01  WS-GUARD-SW                  PIC X(01)   VALUE 'N'.
004700     88  REASONABLENESS-FAILED                VALUE 'Y'.
004710*-----------------------------------------------------------------
004720*    DESTINATION COMPARISON PAGE LINES
004730*-----------------------------------------------------------------
004740 01  WS-COMP-TITLE.
004750     05  FILLER                   PIC X(34)   VALUE
004760         'DESTINATION FUEL COMPARISON - RUN '.
004770     05  CT-RUN-DATE              PIC X(10).
004780     05  FILLER                   PIC X(36)   VALUE SPACES.
004790 01  WS-COMP-HEADING.
004800     05  FILLER                   PIC X(12)   VALUE
004810         'DESTINATION '.
004820     05  FILLER                   PIC X(02)   VALUE SPACES.
004830     05  FILLER                   PIC X(11)   VALUE
004840         'SIMPLE FUEL'.
004850     05  FILLER                   PIC X(03)   VALUE SPACES.
004860     05  FILLER                   PIC X(14)   VALUE
004870         'RECURSIVE FUEL'.
004880     05  FILLER                   PIC X(03)   VALUE SPACES.
004890     05  FILLER                   PIC X(15)   VALUE
004900         'DIFF FROM EARTH'.
004910     05  FILLER                   PIC X(20)   VALUE SPACES.
004920 01  WS-COMP-LINE.
004930     05  CP-DEST-CODE             PIC X(08).
004940     05  FILLER                   PIC X(06)   VALUE SPACES.
004950     05  CP-SIMPLE-TOTAL          PIC -ZZZZZZZZZ9.
004960     05  FILLER                   PIC X(03)   VALUE SPACES.
004970     05  CP-RECURSIVE-TOTAL       PIC ZZZZZZZZZ9.
004980     05  FILLER                   PIC X(07)   VALUE SPACES.
004990     05  CP-EARTH-DIFF            PIC -ZZZZZZZZZZ9.
005000     05  FILLER                   PIC X(01)   VALUE SPACE.
005010     05  CP-NOTE                  PIC X(12).
005020     05  FILLER                   PIC X(10)   VALUE SPACES.
005030*-----------------------------------------------------------------
005040*    PARM WORK AREA
005050*-----------------------------------------------------------------
005060 01  WS-PARM-TEXT                 PIC X(80)   VALUE SPACES.
005070 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
005080*-----------------------------------------------------------------
005090*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
005100*-----------------------------------------------------------------
005110 01  WS-RUNLOG-AREA.
005120     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'HELLO'.
005130     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
005140     05  RA-INPUT-NAME            PIC X(20)   VALUE SPACES.
005150     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
005160     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
005170     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
005180     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
005190*-----------------------------------------------------------------
005200*    PERIOD-CONTROL LOOKUP AREA FOR THE SHARED PRDLOOK ROUTINE
005210*-----------------------------------------------------------------
005220 01  WS-PRDLOOK-AREA.
005230     05  PR-POST-DATE             PIC X(10).
005240     05  PR-PERIOD                PIC X(07).
005250     05  PR-STATUS                PIC X(01).
005260     05  PR-CLOSE-NUMBER          PIC 9(02).
005270     05  PR-CHANGED-BY            PIC X(08).
005280     05  PR-CHANGED-DATE          PIC X(10).
005290 LINKAGE SECTION.
005300*-----------------------------------------------------------------
005310*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
005320*    MVS CONVENTION (E.G. PARM='Y N DAY01 MARS'). THE FOURTH
005330*    TOKEN MAY BE A COMMA-SEPARATED DESTINATION LIST (E.G.
005340*    PARM='Y N DAY01 EARTH,MARS,EUROPA') FOR A MULTI-
005350*    DESTINATION RUN. TOKENS SEVEN AND EIGHT MAKE THE STEP ONE
005360*    PARTITION OF A KEY-RANGE PARTITIONED RUN (E.G.
005370*    PARM='Y N DAY01 EARTH 025 025 2/4 G0000-M0000').
005380*-----------------------------------------------------------------
005390 01  LK-PARM.
005400     05  LK-PARM-LENGTH           PIC S9(04) COMP.
005410     05  LK-PARM-DATA             PIC X(80).
005420 PROCEDURE DIVISION USING LK-PARM.
005430*-----------------------------------------------------------------
005440*    0000-MAINLINE
005450*-----------------------------------------------------------------
005460 0000-MAINLINE.
005470     PERFORM 1000-INITIALIZE
005480         THRU 1000-INITIALIZE-EXIT.
005490     IF RETURN-CODE NOT = ZERO
005500         GO TO 0000-MAINLINE-EXIT
005510     END-IF.
005520     PERFORM 2000-PROCESS-MASS-FILE
005530         THRU 2000-PROCESS-MASS-FILE-EXIT.
005540     PERFORM 9000-TERMINATE
005550         THRU 9000-TERMINATE-EXIT.
005560 0000-MAINLINE-EXIT.
005570     STOP RUN.
005580*-----------------------------------------------------------------
005590*    1000-INITIALIZE - ESTABLISH RUN MODE AND OPEN FILES
005600*-----------------------------------------------------------------
005610 1000-INITIALIZE.
005620     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
005630     IF WS-PARM-LENGTH > 80
005640         MOVE 80 TO WS-PARM-LENGTH
005650     END-IF.
005660     IF WS-PARM-LENGTH > ZERO
005670         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
005680     END-IF.
005690     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
005700         INTO WS-RUN-MODE WS-RESTART-SW WS-INPUT-FILE-NAME
005710             WS-DEST-LIST COUNT IN WS-DEST-LIST-LENGTH
005720             WS-COUNT-TOL-TEXT COUNT IN WS-COUNT-TOL-LENGTH
005730             WS-MASS-TOL-TEXT COUNT IN WS-MASS-TOL-LENGTH
005740             WS-PARTITION-SPEC COUNT IN WS-PARTITION-SPEC-LENGTH
005750             WS-KEY-RANGE COUNT IN WS-KEY-RANGE-LENGTH
005760     END-UNSTRING.
005770     IF WS-RUN-MODE NOT = 'Y' AND WS-RUN-MODE NOT = 'N'
005780         MOVE 'Y' TO WS-RUN-MODE
005790     END-IF.
005800     IF WS-RESTART-SW NOT = 'Y'
005810         MOVE 'N' TO WS-RESTART-SW
005820     END-IF.
005830     IF WS-INPUT-FILE-NAME = SPACES
005840         MOVE 'MASSDD' TO WS-INPUT-FILE-NAME
005850     END-IF.
005860     IF WS-DEST-LIST-LENGTH > 44
005870         DISPLAY "HELLO: DESTINATION LIST PARM LONGER THAN 44"
005880             " CHARACTERS"
005890         MOVE 16 TO RETURN-CODE
005900         GO TO 1000-INITIALIZE-EXIT
005910     END-IF.
005920     IF WS-DEST-LIST = SPACES
005930         MOVE 'EARTH' TO WS-DEST-LIST
005940     END-IF.
005950     PERFORM 1300-PARSE-DEST-LIST
005960         THRU 1300-PARSE-DEST-LIST-EXIT.
005970     IF RETURN-CODE NOT = ZERO
005980         GO TO 1000-INITIALIZE-EXIT
005990     END-IF.
006000     MOVE DT-DEST-CODE (1) TO WS-DEST-CODE.
006010     IF WS-RESTART-SW = 'Y' AND WS-DEST-COUNT > 1
006020         DISPLAY "HELLO: RESTART IS NOT SUPPORTED WITH A"
006030             " DESTINATION LIST - RERUN FROM THE TOP"
006040         MOVE 16 TO RETURN-CODE
006050         GO TO 1000-INITIALIZE-EXIT
006060     END-IF.
006070     IF WS-COUNT-TOL-LENGTH > 3
006080         DISPLAY "HELLO: COUNT TOLERANCE PARM LONGER THAN 3"
006090             " DIGITS"
006100         MOVE 16 TO RETURN-CODE
006110         GO TO 1000-INITIALIZE-EXIT
006120     END-IF.
006130     IF WS-COUNT-TOL-LENGTH > ZERO
006140         IF WS-COUNT-TOL-TEXT(1:WS-COUNT-TOL-LENGTH) IS NUMERIC
006150             MOVE WS-COUNT-TOL-TEXT(1:WS-COUNT-TOL-LENGTH)
006160                 TO WS-COUNT-TOLERANCE
006170         ELSE
006180             DISPLAY "HELLO: COUNT TOLERANCE PARM NOT NUMERIC"
006190             MOVE 16 TO RETURN-CODE
006200             GO TO 1000-INITIALIZE-EXIT
006210         END-IF
006220     END-IF.
006230     IF WS-MASS-TOL-LENGTH > 3
006240         DISPLAY "HELLO: MASS TOLERANCE PARM LONGER THAN 3"
006250             " DIGITS"
006260         MOVE 16 TO RETURN-CODE
006270         GO TO 1000-INITIALIZE-EXIT
006280     END-IF.
006290     IF WS-MASS-TOL-LENGTH > ZERO
006300         IF WS-MASS-TOL-TEXT(1:WS-MASS-TOL-LENGTH) IS NUMERIC
006310             MOVE WS-MASS-TOL-TEXT(1:WS-MASS-TOL-LENGTH)
006320                 TO WS-MASS-TOLERANCE
006330         ELSE
006340             DISPLAY "HELLO: MASS TOLERANCE PARM NOT NUMERIC"
006350             MOVE 16 TO RETURN-CODE
006360             GO TO 1000-INITIALIZE-EXIT
006370         END-IF
006380     END-IF.
006390     PERFORM 1500-PARSE-PARTITION
006400         THRU 1500-PARSE-PARTITION-EXIT.
006410     IF RETURN-CODE NOT = ZERO
006420         GO TO 1000-INITIALIZE-EXIT
006430     END-IF.
006440     MOVE WS-INPUT-FILE-NAME TO RA-INPUT-NAME.
006450     IF PARTITIONED-RUN
006460         MOVE SPACES TO RA-INPUT-NAME
006470         STRING 'PART ' WS-PART-NUMBER '/' WS-PART-COUNT ' '
006480             WS-INPUT-FILE-NAME
006490             DELIMITED BY SIZE INTO RA-INPUT-NAME
006500     END-IF.
006510     MOVE 'S' TO RA-PHASE.
006520     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
006530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006540     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
006550         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
006560     IF NOT PARTITIONED-RUN
006570         PERFORM 1700-CHECK-PERIOD-OPEN
006580             THRU 1700-CHECK-PERIOD-OPEN-EXIT
006590     END-IF.
006600     IF RETURN-CODE NOT = ZERO
006610         GO TO 1000-INITIALIZE-EXIT
006620     END-IF.
006630     OPEN INPUT MASS.
006640     IF WS-MASS-STATUS NOT = '00'
006650         DISPLAY "HELLO: UNABLE TO OPEN MASS INPUT FILE"
006660         DISPLAY "HELLO: FILE STATUS = " WS-MASS-STATUS
006670         DISPLAY "HELLO: CHECK THE MASSDD DATASET IN THE JCL"
006680         MOVE 16 TO RETURN-CODE
006690         GO TO 1000-INITIALIZE-EXIT
006700     END-IF.
006710     IF NOT PARTITIONED-RUN
006720         PERFORM 1200-LOAD-PRIOR-RUN
006730             THRU 1200-LOAD-PRIOR-RUN-EXIT
006740         OPEN OUTPUT FUELTOT
006750     END-IF.
006760     IF RESTART-REQUESTED
006770         OPEN EXTEND MASSEXCP
006780     ELSE
006790         OPEN OUTPUT MASSEXCP
006800     END-IF.
006810     PERFORM 1400-OPEN-EXCEPTION-MASTER
006820         THRU 1400-OPEN-EXCEPTION-MASTER-EXIT.
006830     IF PARTITIONED-RUN
006840         PERFORM 1600-POSITION-PARTITION
006850             THRU 1600-POSITION-PARTITION-EXIT
006860     END-IF.
006870     IF RESTART-REQUESTED
006880         PERFORM 1100-RELOAD-CHECKPOINT
006890             THRU 1100-RELOAD-CHECKPOINT-EXIT
006900     END-IF.
006910 1000-INITIALIZE-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------------
006940*    1100-RELOAD-CHECKPOINT - REPOSITION PAST THE LAST MODULE-ID
006950*    CHECKPOINTED AND RELOAD THE ACCUMULATORS, INCLUDING THE
006960*    CONTROL-TOTAL AND EXCEPTION-COUNT STATE, FROM THE LAST
006970*    CHECKPOINT TAKEN. REPOSITIONING IS BY KEY, NOT BY A RAW
006980*    PHYSICAL-READ COUNT, SINCE THE CNTRL TRAILER DOES NOT
006990*    NECESSARILY READ LAST IN MODULE-ID KEY ORDER.
007000*-----------------------------------------------------------------
007010 1100-RELOAD-CHECKPOINT.
007020     OPEN INPUT RESTART.
007030     IF WS-RESTART-STATUS NOT = '00'
007040         DISPLAY "HELLO: NO CHECKPOINT - STARTING AT RECORD 1"
007050         GO TO 1100-RELOAD-CHECKPOINT-EXIT
007060     END-IF.
007070     MOVE 'C' TO RS-CHECKPOINT-ID.
007080     READ RESTART
007090         INVALID KEY
007100             DISPLAY "HELLO: CHECKPOINT DATASET IS EMPTY"
007110             CLOSE RESTART
007120             GO TO 1100-RELOAD-CHECKPOINT-EXIT
007130     END-READ.
007140     CLOSE RESTART.
007150     MOVE RS-RECORD-COUNT TO WS-RECORD-COUNT.
007160     MOVE RS-MASS-TOTAL TO F-MASS-TOTAL.
007170     MOVE RS-RECURSIVE-TOTAL TO WS-RECURSIVE-TOTAL.
007180     MOVE RS-MASS-TOTAL TO DT-SIMPLE-TOTAL (1).
007190     MOVE RS-RECURSIVE-TOTAL TO DT-RECURSIVE-TOTAL (1).
007200     MOVE RS-CONTROL-SW TO WS-CONTROL-SW.
007210     MOVE RS-CONTROL-RECORD-COUNT TO WS-CONTROL-RECORD-COUNT.
007220     MOVE RS-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT.
007230     DISPLAY "HELLO: RESUMING AFTER RECORD " WS-RECORD-COUNT.
007240     DISPLAY "HELLO: RESUMING AFTER MODULE  " RS-LAST-MODULE-ID.
007250     MOVE RS-LAST-MODULE-ID TO MASS-MODULE-ID.
007260     START MASS KEY IS GREATER THAN MASS-MODULE-ID
007270         INVALID KEY
007280             DISPLAY "HELLO: NO RECORDS REMAIN AFTER CHECKPOINT"
007290             MOVE 'Y' TO WS-EOF
007300     END-START.
007310 1100-RELOAD-CHECKPOINT-EXIT.
007320     EXIT.
007330*-----------------------------------------------------------------
007340*    1200-LOAD-PRIOR-RUN - REMEMBER, PER DESTINATION ON THE RUN,
007350*    THE MOST RECENT FUELTOT RECORD FOR THE SAME INPUT
007360*    IDENTIFIER AND DESTINATION, FALLING BACK TO THE LATEST
007370*    RECORD FOR THE SAME DESTINATION WHEN THE IDENTIFIER HAS NO
007380*    HISTORY YET. NO HISTORY AT ALL LEAVES THAT DESTINATION'S
007390*    GUARD IDLE - A FAILURE TO READ HISTORY MUST NEVER STOP THE
007400*    CALCULATION ITSELF.
007410*-----------------------------------------------------------------
007420 1200-LOAD-PRIOR-RUN.
007430     OPEN INPUT PRIORTOT.
007440     IF WS-PRIORTOT-STATUS = '35'
007450         DISPLAY "HELLO: NO PRIOR FUELTOT HISTORY - GUARD IDLE"
007460         GO TO 1200-LOAD-PRIOR-RUN-EXIT
007470     END-IF.
007480     IF WS-PRIORTOT-STATUS NOT = '00'
007490         DISPLAY "HELLO: PRIOR HISTORY UNREADABLE - GUARD IDLE"
007500         DISPLAY "HELLO: FILE STATUS = " WS-PRIORTOT-STATUS
007510         GO TO 1200-LOAD-PRIOR-RUN-EXIT
007520     END-IF.
007530     PERFORM 1210-READ-ONE-PRIOR
007540         THRU 1210-READ-ONE-PRIOR-EXIT
007550         UNTIL END-OF-PRIORTOT-FILE.
007560     CLOSE PRIORTOT.
007570     MOVE 1 TO WS-DEST-SUB.
007580     PERFORM 1220-REPORT-ONE-PRIOR
007590         THRU 1220-REPORT-ONE-PRIOR-EXIT
007600         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
007610 1200-LOAD-PRIOR-RUN-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640*    1210-READ-ONE-PRIOR - CONSIDER ONE HISTORY RECORD AGAINST
007650*    THE DESTINATION TABLE. AN EXACT INPUT-IDENTIFIER MATCH
007660*    ALWAYS WINS OVER THE SAME-DESTINATION FALLBACK; AMONG
007670*    EQUALS THE LATEST RECORD READ WINS. RECORDS WRITTEN BEFORE
007680*    THE DESTINATION COLUMN EXISTED CARRY SPACES AND ARE
007690*    TREATED AS EARTH.
007700*-----------------------------------------------------------------
007710 1210-READ-ONE-PRIOR.
007720     READ PRIORTOT
007730         AT END
007740             MOVE 'Y' TO WS-PRIORTOT-EOF
007750             GO TO 1210-READ-ONE-PRIOR-EXIT
007760     END-READ.
007770     IF PT-RECORD-COUNT IS NOT NUMERIC
007780         GO TO 1210-READ-ONE-PRIOR-EXIT
007790     END-IF.
007800     MOVE PT-DEST-CODE TO WS-PRIOR-DEST.
007810     IF WS-PRIOR-DEST = SPACES
007820         MOVE 'EARTH' TO WS-PRIOR-DEST
007830     END-IF.
007840     PERFORM 1215-FIND-DEST-ENTRY
007850         THRU 1215-FIND-DEST-ENTRY-EXIT.
007860     IF WS-DEST-FOUND-SUB = ZERO
007870         GO TO 1210-READ-ONE-PRIOR-EXIT
007880     END-IF.
007890     IF PT-INPUT-FILE-NAME NOT = WS-INPUT-FILE-NAME
007900             AND DT-PRIOR-EXACT-SW (WS-DEST-FOUND-SUB) = 'Y'
007910         GO TO 1210-READ-ONE-PRIOR-EXIT
007920     END-IF.
007930     IF PT-INPUT-FILE-NAME = WS-INPUT-FILE-NAME
007940         MOVE 'Y' TO DT-PRIOR-EXACT-SW (WS-DEST-FOUND-SUB)
007950     END-IF.
007960     MOVE 'Y' TO DT-PRIOR-SW (WS-DEST-FOUND-SUB).
007970     MOVE PT-RECORD-COUNT TO DT-PRIOR-COUNT (WS-DEST-FOUND-SUB).
007980     MOVE PT-MASS-TOTAL TO DT-PRIOR-TOTAL (WS-DEST-FOUND-SUB).
007990 1210-READ-ONE-PRIOR-EXIT.
008000     EXIT.
008010*-----------------------------------------------------------------
008020*    1215-FIND-DEST-ENTRY - LOCATE THE DESTINATION TABLE ENTRY
008030*    FOR THE HISTORY RECORD IN HAND. LEAVES WS-DEST-FOUND-SUB
008040*    AT ZERO WHEN THE DESTINATION IS NOT ON THIS RUN.
008050*-----------------------------------------------------------------
008060 1215-FIND-DEST-ENTRY.
008070     MOVE ZERO TO WS-DEST-FOUND-SUB.
008080     MOVE 1 TO WS-DEST-SCAN.
008090     PERFORM 1216-TEST-DEST-ENTRY
008100         THRU 1216-TEST-DEST-ENTRY-EXIT
008110         UNTIL WS-DEST-FOUND-SUB > ZERO
008120            OR WS-DEST-SCAN > WS-DEST-COUNT.
008130 1215-FIND-DEST-ENTRY-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160*    1216-TEST-DEST-ENTRY - DOES THIS ENTRY MATCH THE HISTORY
008170*    RECORD'S DESTINATION
008180*-----------------------------------------------------------------
008190 1216-TEST-DEST-ENTRY.
008200     IF DT-DEST-CODE (WS-DEST-SCAN) = WS-PRIOR-DEST
008210         MOVE WS-DEST-SCAN TO WS-DEST-FOUND-SUB
008220     ELSE
008230         ADD 1 TO WS-DEST-SCAN
008240     END-IF.
008250 1216-TEST-DEST-ENTRY-EXIT.
008260     EXIT.
008270*-----------------------------------------------------------------
008280*    1220-REPORT-ONE-PRIOR - SAY WHAT THE GUARD WILL JUDGE ONE
008290*    DESTINATION AGAINST, OR THAT ITS GUARD IS IDLE
008300*-----------------------------------------------------------------
008310 1220-REPORT-ONE-PRIOR.
008320     IF DT-PRIOR-SW (WS-DEST-SUB) = 'Y'
008330         DISPLAY "HELLO: " DT-DEST-CODE (WS-DEST-SUB)
008340             " PRIOR RUN COUNT " DT-PRIOR-COUNT (WS-DEST-SUB)
008350         DISPLAY "HELLO: " DT-DEST-CODE (WS-DEST-SUB)
008360             " PRIOR RUN TOTAL " DT-PRIOR-TOTAL (WS-DEST-SUB)
008370     ELSE
008380         DISPLAY "HELLO: " DT-DEST-CODE (WS-DEST-SUB)
008390             " HAS NO COMPARABLE PRIOR RUN - GUARD IDLE"
008400     END-IF.
008410     ADD 1 TO WS-DEST-SUB.
008420 1220-REPORT-ONE-PRIOR-EXIT.
008430     EXIT.
008440*-----------------------------------------------------------------
008450*    1300-PARSE-DEST-LIST - SPLIT THE COMMA-SEPARATED
008460*    DESTINATION LIST INTO THE DESTINATION TABLE AND CLEAR EACH
008470*    ENTRY'S ACCUMULATORS AND GUARD STATE. AN EMPTY ENTRY IN
008480*    THE LIST OR MORE THAN FIVE DESTINATIONS ENDS THE RUN.
008490*-----------------------------------------------------------------
008500 1300-PARSE-DEST-LIST.
008510     MOVE ZERO TO WS-DEST-COUNT.
008520     MOVE ZERO TO WS-EARTH-SUB.
008530     UNSTRING WS-DEST-LIST DELIMITED BY ','
008540         INTO DT-DEST-CODE (1) DT-DEST-CODE (2)
008550             DT-DEST-CODE (3) DT-DEST-CODE (4)
008560             DT-DEST-CODE (5)
008570         TALLYING IN WS-DEST-COUNT
008580         ON OVERFLOW
008590             DISPLAY "HELLO: MORE THAN " WS-DEST-MAX
008600                 " DESTINATIONS IN THE PARM LIST"
008610             MOVE 16 TO RETURN-CODE
008620     END-UNSTRING.
008630     IF RETURN-CODE NOT = ZERO
008640         GO TO 1300-PARSE-DEST-LIST-EXIT
008650     END-IF.
008660     MOVE 1 TO WS-DEST-SUB.
008670     PERFORM 1310-INIT-ONE-DEST
008680         THRU 1310-INIT-ONE-DEST-EXIT
008690         UNTIL WS-DEST-SUB > WS-DEST-COUNT
008700            OR RETURN-CODE NOT = ZERO.
008710 1300-PARSE-DEST-LIST-EXIT.
008720     EXIT.
008730*-----------------------------------------------------------------
008740*    1310-INIT-ONE-DEST - VALIDATE AND CLEAR ONE DESTINATION
008750*    TABLE ENTRY, NOTING WHERE EARTH SITS FOR THE COMPARISON
008760*    PAGE
008770*-----------------------------------------------------------------
008780 1310-INIT-ONE-DEST.
008790     IF DT-DEST-CODE (WS-DEST-SUB) = SPACES
008800         DISPLAY "HELLO: EMPTY DESTINATION IN THE PARM LIST"
008810         MOVE 16 TO RETURN-CODE
008820         GO TO 1310-INIT-ONE-DEST-EXIT
008830     END-IF.
008840     MOVE ZERO TO DT-SIMPLE-TOTAL (WS-DEST-SUB).
008850     MOVE ZERO TO DT-RECURSIVE-TOTAL (WS-DEST-SUB).
008860     MOVE ZERO TO DT-PRIOR-COUNT (WS-DEST-SUB).
008870     MOVE ZERO TO DT-PRIOR-TOTAL (WS-DEST-SUB).
008880     MOVE 'N' TO DT-PRIOR-SW (WS-DEST-SUB).
008890     MOVE 'N' TO DT-PRIOR-EXACT-SW (WS-DEST-SUB).
008900     MOVE 'N' TO DT-GUARD-SW (WS-DEST-SUB).
008910     IF DT-DEST-CODE (WS-DEST-SUB) = 'EARTH'
008920         MOVE WS-DEST-SUB TO WS-EARTH-SUB
008930     END-IF.
008940     ADD 1 TO WS-DEST-SUB.
008950 1310-INIT-ONE-DEST-EXIT.
008960     EXIT.
008970*-----------------------------------------------------------------
008980*    1400-OPEN-EXCEPTION-MASTER - OPEN THE EXCEPTION MASTER FOR
008990*    UPDATE, FALLING BACK TO AN OUTPUT OPEN THE FIRST TIME THE
009000*    DATASET IS LOADED. A FAILED OPEN ONLY WARNS - THE FUEL RUN
009010*    MUST NEVER FAIL BECAUSE THE MASTER COULD NOT BE KEPT.
009020*-----------------------------------------------------------------
009030 1400-OPEN-EXCEPTION-MASTER.
009040     OPEN I-O EXCPMST.
009050     IF WS-EXCPMST-STATUS = '00'
009060         SET EXCPMST-FILE-OPEN TO TRUE
009070         GO TO 1400-OPEN-EXCEPTION-MASTER-EXIT
009080     END-IF.
009090     IF WS-EXCPMST-STATUS = '35'
009100         OPEN OUTPUT EXCPMST
009110         IF WS-EXCPMST-STATUS = '00'
009120             CLOSE EXCPMST
009130             OPEN I-O EXCPMST
009140             IF WS-EXCPMST-STATUS = '00'
009150                 SET EXCPMST-FILE-OPEN TO TRUE
009160                 GO TO 1400-OPEN-EXCEPTION-MASTER-EXIT
009170             END-IF
009180         END-IF
009190     END-IF.
009200     DISPLAY "HELLO: EXCEPTION MASTER UNAVAILABLE - NOT POSTED".
009210     DISPLAY "HELLO: FILE STATUS = " WS-EXCPMST-STATUS.
009220     SET EXCPMST-UNAVAILABLE TO TRUE.
009230 1400-OPEN-EXCEPTION-MASTER-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------------
009260*    1500-PARSE-PARTITION - VALIDATE THE PARTITION (N/OF) AND ITS
009270*    KEY RANGE (LOW-HIGH). WITHOUT TOKEN SEVEN THE RUN IS NOT
009280*    PARTITIONED. EVERY LENGTH IS CHECKED BEFORE THE TEXT IS
009290*    REFERENCED, AS FOR THE TOLERANCE TOKENS.
009300*-----------------------------------------------------------------
009310 1500-PARSE-PARTITION.
009320     IF WS-PARTITION-SPEC-LENGTH = ZERO
009330         GO TO 1500-PARSE-PARTITION-EXIT
009340     END-IF.
009350     IF WS-PARTITION-SPEC-LENGTH > 5
009360             OR WS-KEY-RANGE-LENGTH = ZERO
009370             OR WS-KEY-RANGE-LENGTH > 11
009380         GO TO 1500-PARSE-PARTITION-BAD
009390     END-IF.
009400     UNSTRING WS-PARTITION-SPEC DELIMITED BY '/'
009410         INTO WS-PART-NUMBER-TEXT COUNT IN WS-PART-NUMBER-LENGTH
009420             WS-PART-COUNT-TEXT COUNT IN WS-PART-COUNT-LENGTH
009430     END-UNSTRING.
009440     IF WS-PART-NUMBER-LENGTH = ZERO OR WS-PART-NUMBER-LENGTH > 2
009450             OR WS-PART-COUNT-LENGTH = ZERO
009460             OR WS-PART-COUNT-LENGTH > 2
009470         GO TO 1500-PARSE-PARTITION-BAD
009480     END-IF.
009490     IF WS-PART-NUMBER-TEXT(1:WS-PART-NUMBER-LENGTH)
009500             IS NOT NUMERIC
009510             OR WS-PART-COUNT-TEXT(1:WS-PART-COUNT-LENGTH)
009520             IS NOT NUMERIC
009530         GO TO 1500-PARSE-PARTITION-BAD
009540     END-IF.
009550     MOVE WS-PART-NUMBER-TEXT(1:WS-PART-NUMBER-LENGTH)
009560         TO WS-PART-NUMBER.
009570     MOVE WS-PART-COUNT-TEXT(1:WS-PART-COUNT-LENGTH)
009580         TO WS-PART-COUNT.
009590     IF WS-PART-NUMBER = ZERO OR WS-PART-NUMBER > WS-PART-COUNT
009600         GO TO 1500-PARSE-PARTITION-BAD
009610     END-IF.
009620     UNSTRING WS-KEY-RANGE DELIMITED BY '-'
009630         INTO WS-PART-LOW-KEY COUNT IN WS-PART-LOW-LENGTH
009640             WS-PART-HIGH-KEY COUNT IN WS-PART-HIGH-LENGTH
009650     END-UNSTRING.
009660     IF WS-PART-LOW-LENGTH = ZERO OR WS-PART-LOW-LENGTH > 5
009670             OR WS-PART-HIGH-LENGTH = ZERO
009680             OR WS-PART-HIGH-LENGTH > 5
009690         GO TO 1500-PARSE-PARTITION-BAD
009700     END-IF.
009710     IF WS-PART-LOW-KEY NOT = '*' AND WS-PART-HIGH-KEY NOT = '*'
009720             AND WS-PART-LOW-KEY NOT < WS-PART-HIGH-KEY
009730         GO TO 1500-PARSE-PARTITION-BAD
009740     END-IF.
009750     SET PARTITIONED-RUN TO TRUE.
009760     DISPLAY "HELLO: PARTITION " WS-PART-NUMBER " OF "
009770         WS-PART-COUNT " - KEYS " WS-PART-LOW-KEY
009780         " UP TO " WS-PART-HIGH-KEY.
009790     GO TO 1500-PARSE-PARTITION-EXIT.
009800 1500-PARSE-PARTITION-BAD.
009810     DISPLAY "HELLO: PARTITION PARM MUST BE N/OF AND LOW-HIGH"
009820         " WITH LOW BELOW HIGH (E.G. 2/4 G0000-M0000)".
009830     MOVE 16 TO RETURN-CODE.
009840 1500-PARSE-PARTITION-EXIT.
009850     EXIT.
009860*-----------------------------------------------------------------
009870*    1600-POSITION-PARTITION - START THE MASS FILE AT THE
009880*    PARTITION'S LOW KEY. AN OPEN LOW END READS FROM THE TOP. A
009890*    RESTART THEN REPOSITIONS PAST ITS CHECKPOINT, WHICH IS
009900*    ALWAYS INSIDE THE SAME RANGE.
009910*-----------------------------------------------------------------
009920 1600-POSITION-PARTITION.
009930     IF WS-PART-LOW-KEY = '*'
009940         GO TO 1600-POSITION-PARTITION-EXIT
009950     END-IF.
009960     MOVE WS-PART-LOW-KEY TO MASS-MODULE-ID.
009970     START MASS KEY IS NOT LESS THAN MASS-MODULE-ID
009980         INVALID KEY
009990             DISPLAY "HELLO: NO RECORDS IN THIS PARTITION'S RANGE"
010000             MOVE 'Y' TO WS-EOF
010010     END-START.
010020 1600-POSITION-PARTITION-EXIT.
010030     EXIT.
010040*-----------------------------------------------------------------
010050*    1700-CHECK-PERIOD-OPEN - REFUSE TO PUBLISH A RUN DATED IN AN
010060*    ACCOUNTING PERIOD PRDCLOSE HAS CLOSED, UNLESS PRDOPEN HAS
010070*    LOGGED A REOPEN. A REFUSAL ENDS THE RUN BEFORE
010080*    9000-TERMINATE, SO ITS END-OF-RUN RECORD IS WRITTEN HERE.
010090*-----------------------------------------------------------------
010100 1700-CHECK-PERIOD-OPEN.
010110     MOVE WS-RUN-DATE-DISPLAY TO PR-POST-DATE.
010120     CALL 'PRDLOOK' USING WS-PRDLOOK-AREA.
010130     IF PR-STATUS = 'R'
010140         DISPLAY "HELLO: PERIOD " PR-PERIOD " WAS REOPENED BY "
010150             PR-CHANGED-BY " ON " PR-CHANGED-DATE
010160         GO TO 1700-CHECK-PERIOD-OPEN-EXIT
010170     END-IF.
010180     IF PR-STATUS = 'C'
010190         DISPLAY "HELLO: PERIOD " PR-PERIOD " WAS CLOSED BY "
010200             PR-CHANGED-BY " ON " PR-CHANGED-DATE
010210         DISPLAY "HELLO: NOTHING PUBLISHED - THE PERIOD MUST BE"
010220             " REOPENED THROUGH PRDOPEN FIRST"
010230         MOVE 12 TO RETURN-CODE
010240     END-IF.
010250     IF PR-STATUS = 'U'
010260         DISPLAY "HELLO: PERIOD CONTROL UNAVAILABLE - NOTHING"
010270             " PUBLISHED"
010280         MOVE 16 TO RETURN-CODE
010290     END-IF.
010300     IF RETURN-CODE NOT = ZERO
010310         MOVE 'E' TO RA-PHASE
010320         MOVE RETURN-CODE TO RA-RETURN-CODE
010330         CALL 'RUNLOG' USING WS-RUNLOG-AREA
010340     END-IF.
010350 1700-CHECK-PERIOD-OPEN-EXIT.
010360     EXIT.
010370*-----------------------------------------------------------------
010380*    2000-PROCESS-MASS-FILE - MAIN READ LOOP
010390*-----------------------------------------------------------------
010400 2000-PROCESS-MASS-FILE.
010410     PERFORM UNTIL END-OF-MASS-FILE
010420         READ MASS NEXT RECORD INTO WS-MASS
010430             AT END
010440                 MOVE 'Y' TO WS-EOF
010450             NOT AT END
010460                 PERFORM 2010-APPLY-MASS-RECORD
010470                     THRU 2010-APPLY-MASS-RECORD-EXIT
010480                 PERFORM 2020-CHECKPOINT-IF-DUE
010490                     THRU 2020-CHECKPOINT-IF-DUE-EXIT
010500         END-READ
010510         IF WS-MASS-STATUS NOT = '00'
010520                 AND WS-MASS-STATUS NOT = '10'
010530             DISPLAY "HELLO: I/O ERROR READING MASS FILE"
010540             DISPLAY "HELLO: FILE STATUS = " WS-MASS-STATUS
010550             MOVE 'Y' TO WS-EOF
010560             MOVE 16 TO RETURN-CODE
010570         END-IF
010580     END-PERFORM.
010590 2000-PROCESS-MASS-FILE-EXIT.
010600     EXIT.
010610*-----------------------------------------------------------------
010620*    2010-APPLY-MASS-RECORD - ROUTE A CONTROL OR DATA RECORD. A
010630*    PARTITIONED RUN STOPS AT ITS HIGH KEY AND LEAVES THE CNTRL
010640*    TRAILER TO THE MERGE, WHICH RECONCILES THE COMBINED COUNT.
010650*-----------------------------------------------------------------
010660 2010-APPLY-MASS-RECORD.
010670     IF PARTITIONED-RUN
010680         IF WS-PART-HIGH-KEY NOT = '*'
010690                 AND WS-MODULE-ID NOT < WS-PART-HIGH-KEY
010700             MOVE 'Y' TO WS-EOF
010710             GO TO 2010-APPLY-MASS-RECORD-EXIT
010720         END-IF
010730         IF WS-MODULE-ID = 'CNTRL'
010740             GO TO 2010-APPLY-MASS-RECORD-EXIT
010750         END-IF
010760     END-IF.
010770     IF WS-MODULE-ID = 'CNTRL'
010780         MOVE WS-MASS-NUMBER TO WS-CONTROL-RECORD-COUNT
010790         SET CONTROL-RECORD-FOUND TO TRUE
010800     ELSE
010810         ADD 1 TO WS-RECORD-COUNT
010820         MOVE WS-MODULE-ID TO ML-MODULE-ID
010830         CALL 'MODLOOK' USING WS-MODLOOK-AREA
010840         IF ML-STATUS = 'I'
010850             ADD 1 TO WS-INACTIVE-COUNT
010860             MOVE 'MODULE INACTIVE' TO WS-EXCEPTION-REASON
010870             PERFORM 2060-WRITE-EXCEPTION
010880                 THRU 2060-WRITE-EXCEPTION-EXIT
010890             GO TO 2010-APPLY-MASS-RECORD-EXIT
010900         END-IF
010910         PERFORM 2050-VALIDATE-MASS-NUMBER
010920             THRU 2050-VALIDATE-MASS-NUMBER-EXIT
010930         IF MASS-VALUE-VALID
010940             PERFORM 2100-CALCULATE-FUEL
010950                 THRU 2100-CALCULATE-FUEL-EXIT
010960         ELSE
010970             PERFORM 2060-WRITE-EXCEPTION
010980                 THRU 2060-WRITE-EXCEPTION-EXIT
010990         END-IF
011000     END-IF.
011010 2010-APPLY-MASS-RECORD-EXIT.
011020     EXIT.
011030*-----------------------------------------------------------------
011040*    2020-CHECKPOINT-IF-DUE - SNAPSHOT PROGRESS EVERY N RECORDS.
011050*    THE CNTRL TRAILER IS NOT A CHECKPOINTABLE POSITION - IT DOES
011060*    NOT ADVANCE WS-RECORD-COUNT AND ITS KEY SORTS AHEAD OF EVERY
011070*    MODULE-ID, SO IT IS SKIPPED HERE. NEITHER IS THE FIRST KEY
011080*    PAST A PARTITION'S RANGE, WHICH WAS NOT PROCESSED.
011090*-----------------------------------------------------------------
011100 2020-CHECKPOINT-IF-DUE.
011110     IF WS-MODULE-ID = 'CNTRL' OR END-OF-MASS-FILE
011120         GO TO 2020-CHECKPOINT-IF-DUE-EXIT
011130     END-IF.
011140     IF WS-RECORD-COUNT > ZERO
011150         DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
011160             GIVING WS-CHECKPOINT-QUOTIENT
011170             REMAINDER WS-CHECKPOINT-REMAINDER
011180         IF WS-CHECKPOINT-REMAINDER = ZERO
011190             PERFORM 2025-WRITE-CHECKPOINT
011200                 THRU 2025-WRITE-CHECKPOINT-EXIT
011210         END-IF
011220     END-IF.
011230 2020-CHECKPOINT-IF-DUE-EXIT.
011240     EXIT.
011250*-----------------------------------------------------------------
011260*    2025-WRITE-CHECKPOINT - REWRITE THE FIXED-KEY CHECKPOINT
011270*    RECORD IN PLACE SO THE DATASET NEVER GROWS PAST ONE RECORD.
011280*    OPENED I-O AND CLOSED ON EVERY CALL (RATHER THAN LEFT OPEN
011290*    FOR THE DURATION OF THE RUN) SO A MID-RUN ABEND CANNOT LOSE
011300*    THE LAST CHECKPOINT WRITTEN.
011310*-----------------------------------------------------------------
011320 2025-WRITE-CHECKPOINT.
011330     OPEN I-O RESTART.
011340     MOVE 'C' TO RS-CHECKPOINT-ID.
011350     READ RESTART
011360         INVALID KEY
011370             MOVE 'N' TO WS-CHECKPOINT-FOUND-SW
011380         NOT INVALID KEY
011390             SET CHECKPOINT-RECORD-EXISTS TO TRUE
011400     END-READ.
011410     MOVE SPACES TO RESTART-RECORD.
011420     MOVE 'C' TO RS-CHECKPOINT-ID.
011430     MOVE WS-RECORD-COUNT TO RS-RECORD-COUNT.
011440     MOVE F-MASS-TOTAL TO RS-MASS-TOTAL.
011450     MOVE WS-RECURSIVE-TOTAL TO RS-RECURSIVE-TOTAL.
011460     MOVE WS-MODULE-ID TO RS-LAST-MODULE-ID.
011470     MOVE WS-CONTROL-SW TO RS-CONTROL-SW.
011480     MOVE WS-CONTROL-RECORD-COUNT TO RS-CONTROL-RECORD-COUNT.
011490     MOVE WS-EXCEPTION-COUNT TO RS-EXCEPTION-COUNT.
011500     IF CHECKPOINT-RECORD-EXISTS
011510         REWRITE RESTART-RECORD
011520     ELSE
011530         WRITE RESTART-RECORD
011540     END-IF.
011550     CLOSE RESTART.
011560 2025-WRITE-CHECKPOINT-EXIT.
011570     EXIT.
011580*-----------------------------------------------------------------
011590*    2050-VALIDATE-MASS-NUMBER - REJECT BLANK/NON-NUMERIC/ZERO
011600*-----------------------------------------------------------------
011610 2050-VALIDATE-MASS-NUMBER.
011620     SET MASS-VALUE-NOT-VALID TO TRUE.
011630     IF WS-MASS-NUMBER IS NUMERIC AND WS-MASS-NUMBER > ZERO
011640         SET MASS-VALUE-VALID TO TRUE
011650     END-IF.
011660 2050-VALIDATE-MASS-NUMBER-EXIT.
011670     EXIT.
011680*-----------------------------------------------------------------
011690*    2060-WRITE-EXCEPTION - LOG A REJECTED OR INACTIVE MODULE. A
011700*    REASON SET BY THE CALLER IN WS-EXCEPTION-REASON WINS OVER
011710*    THE MASS-VALUE DIAGNOSIS, AND IS CLEARED AFTER USE. THE
011720*    MODULE NAME COMES FROM THE MASTER LOOKUP MADE FOR THE
011730*    RECORD IN HAND.
011740*-----------------------------------------------------------------
011750 2060-WRITE-EXCEPTION.
011760     ADD 1 TO WS-EXCEPTION-COUNT.
011770     MOVE SPACES TO MASSEXCP-RECORD.
011780     MOVE WS-RECORD-COUNT TO ME-RECORD-NUMBER.
011790     MOVE WS-MODULE-ID TO ME-MODULE-ID.
011800     MOVE WS-MASS-NUMBER TO ME-RAW-MASS-VALUE.
011810     MOVE ML-MODULE-NAME TO ME-MODULE-NAME.
011820     IF WS-EXCEPTION-REASON NOT = SPACES
011830         MOVE WS-EXCEPTION-REASON TO ME-REASON
011840         MOVE SPACES TO WS-EXCEPTION-REASON
011850     ELSE
011860         IF WS-MASS-NUMBER IS NUMERIC
011870             MOVE 'ZERO OR NEGATIVE MASS' TO ME-REASON
011880         ELSE
011890             MOVE 'NON-NUMERIC MASS VALUE' TO ME-REASON
011900         END-IF
011910     END-IF.
011920     WRITE MASSEXCP-RECORD.
011930     PERFORM 2065-POST-EXCEPTION-MASTER
011940         THRU 2065-POST-EXCEPTION-MASTER-EXIT.
011950 2060-WRITE-EXCEPTION-EXIT.
011960     EXIT.
011970*-----------------------------------------------------------------
011980*    2065-POST-EXCEPTION-MASTER - KEEP THE PERSISTENT EXCEPTION
011990*    MASTER IN STEP WITH THE REJECT JUST WRITTEN. A NEW MODULE
012000*    OPENS A RECORD WITH TODAY AS FIRST AND LAST SEEN; A REPEAT
012010*    OFFENDER HAS ITS LAST-SEEN DATE, RAW VALUE, AND REASON
012020*    REFRESHED AND IS REOPENED IF IT HAD BEEN CLOSED.
012030*-----------------------------------------------------------------
012040 2065-POST-EXCEPTION-MASTER.
012050     IF NOT EXCPMST-FILE-OPEN
012060         GO TO 2065-POST-EXCEPTION-MASTER-EXIT
012070     END-IF.
012080     MOVE WS-MODULE-ID TO EM-MODULE-ID.
012090     READ EXCPMST
012100         INVALID KEY
012110             MOVE SPACES TO EXCPMST-RECORD
012120             MOVE WS-MODULE-ID TO EM-MODULE-ID
012130             MOVE 'O' TO EM-STATUS
012140             MOVE WS-RUN-DATE-DISPLAY TO EM-FIRST-SEEN
012150             MOVE WS-RUN-DATE-DISPLAY TO EM-LAST-SEEN
012160             MOVE ME-RAW-MASS-VALUE TO EM-RAW-MASS-VALUE
012170             MOVE ME-REASON TO EM-REASON
012180             WRITE EXCPMST-RECORD
012190             GO TO 2065-POST-EXCEPTION-MASTER-EXIT
012200     END-READ.
012210     MOVE 'O' TO EM-STATUS.
012220     MOVE SPACES TO EM-CLOSED-DATE.
012230     MOVE WS-RUN-DATE-DISPLAY TO EM-LAST-SEEN.
012240     MOVE ME-RAW-MASS-VALUE TO EM-RAW-MASS-VALUE.
012250     MOVE ME-REASON TO EM-REASON.
012260     REWRITE EXCPMST-RECORD.
012270 2065-POST-EXCEPTION-MASTER-EXIT.
012280     EXIT.
012290*-----------------------------------------------------------------
012300*    2100-CALCULATE-FUEL - SIMPLE AND RECURSIVE FUEL FOR EVERY
012310*    DESTINATION ON THE RUN, VIA THE SHARED MASSCALC ROUTINE.
012320*    THE PRIMARY DESTINATION'S TOTALS ARE MIRRORED INTO THE
012330*    SINGLE-DESTINATION ACCUMULATORS FOR THE CHECKPOINT, THE
012340*    SYSOUT FIGURES, AND THE RUN LOG.
012350*-----------------------------------------------------------------
012360 2100-CALCULATE-FUEL.
012370     MOVE 1 TO WS-DEST-SUB.
012380     PERFORM 2110-CALCULATE-ONE-DEST
012390         THRU 2110-CALCULATE-ONE-DEST-EXIT
012400         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
012410     MOVE DT-SIMPLE-TOTAL (1) TO F-MASS-TOTAL.
012420     MOVE DT-RECURSIVE-TOTAL (1) TO WS-RECURSIVE-TOTAL.
012430 2100-CALCULATE-FUEL-EXIT.
012440     EXIT.
012450*-----------------------------------------------------------------
012460*    2110-CALCULATE-ONE-DEST - ONE DESTINATION'S FUEL FOR THE
012470*    RECORD IN HAND. THE PER-MODULE FIGURE IS ONLY DISPLAYED
012480*    FOR THE PRIMARY DESTINATION, AS IT ALWAYS WAS.
012490*-----------------------------------------------------------------
012500 2110-CALCULATE-ONE-DEST.
012510     CALL 'MASSCALC' USING WS-MASS-NUMBER
012520         WS-FUEL-SIMPLE WS-FUEL-RECURSIVE
012530         DT-DEST-CODE (WS-DEST-SUB) WS-RUN-DATE-DISPLAY.
012540     ADD WS-FUEL-SIMPLE TO DT-SIMPLE-TOTAL (WS-DEST-SUB).
012550     IF WS-DEST-SUB = 1
012560         DISPLAY "MODULE " WS-MODULE-ID " FUEL REQUIRED: "
012570             WS-FUEL-SIMPLE
012580     END-IF.
012590     IF RECURSIVE-MODE-REQUESTED
012600         ADD WS-FUEL-RECURSIVE
012610             TO DT-RECURSIVE-TOTAL (WS-DEST-SUB)
012620     END-IF.
012630     ADD 1 TO WS-DEST-SUB.
012640 2110-CALCULATE-ONE-DEST-EXIT.
012650     EXIT.
012660*-----------------------------------------------------------------
012670*    9000-TERMINATE - CLOSE FILES AND REPORT TOTALS
012680*-----------------------------------------------------------------
012690 9000-TERMINATE.
012700     CLOSE MASS.
012710     IF WS-MASS-STATUS NOT = '00'
012720         DISPLAY "HELLO: ERROR CLOSING MASS INPUT FILE"
012730         DISPLAY "HELLO: FILE STATUS = " WS-MASS-STATUS
012740         MOVE 16 TO RETURN-CODE
012750     END-IF.
012760     CLOSE MASSEXCP.
012770     IF EXCPMST-FILE-OPEN
012780         CLOSE EXCPMST
012790     END-IF.
012800     IF PARTITIONED-RUN
012810         PERFORM 9300-WRITE-PARTIAL-RESULTS
012820             THRU 9300-WRITE-PARTIAL-RESULTS-EXIT
012830     ELSE
012840         PERFORM 9100-REASONABLENESS-GUARD
012850             THRU 9100-REASONABLENESS-GUARD-EXIT
012860         MOVE 1 TO WS-DEST-SUB
012870         PERFORM 9050-PUBLISH-ONE-DEST
012880             THRU 9050-PUBLISH-ONE-DEST-EXIT
012890             UNTIL WS-DEST-SUB > WS-DEST-COUNT
012900         CLOSE FUELTOT
012910         IF WS-DEST-COUNT > 1
012920             PERFORM 9200-WRITE-COMPARISON
012930                 THRU 9200-WRITE-COMPARISON-EXIT
012940         END-IF
012950     END-IF.
012960     DISPLAY "THE TOTAL MASS IN PIC S9(10) IS: " F-MASS-TOTAL.
012970     DISPLAY "DESTINATION FOR FUEL RATES: " WS-DEST-CODE.
012980     DISPLAY "EXCEPTIONS REJECTED: " WS-EXCEPTION-COUNT.
012990     DISPLAY "INACTIVE MODULES SKIPPED: " WS-INACTIVE-COUNT.
013000     DISPLAY "RECORDS READ FOR CONTROL TOTALS: " WS-RECORD-COUNT.
013010     IF CONTROL-RECORD-FOUND
013020         IF WS-RECORD-COUNT = WS-CONTROL-RECORD-COUNT
013030             DISPLAY "CONTROL TOTAL RECONCILES"
013040         ELSE
013050             DISPLAY "CONTROL TOTAL MISMATCH - EXPECTED "
013060                 WS-CONTROL-RECORD-COUNT
013070             DISPLAY "CONTROL TOTAL MISMATCH - ACTUAL   "
013080                 WS-RECORD-COUNT
013090             IF RETURN-CODE < 8
013100                 MOVE 8 TO RETURN-CODE
013110             END-IF
013120         END-IF
013130     END-IF.
013140     IF RECURSIVE-MODE-REQUESTED
013150        DISPLAY "RECURSIVE FUEL TOTAL IS: " WS-RECURSIVE-TOTAL
013160     END-IF.
013170     MOVE 'E' TO RA-PHASE.
013180     MOVE WS-RECORD-COUNT TO RA-RECORDS-READ.
013190     MOVE WS-EXCEPTION-COUNT TO RA-RECORDS-REJECTED.
013200     MOVE F-MASS-TOTAL TO RA-FINAL-TOTAL.
013210     MOVE RETURN-CODE TO RA-RETURN-CODE.
013220     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
013230 9000-TERMINATE-EXIT.
013240     EXIT.
013250*-----------------------------------------------------------------
013260*    9050-PUBLISH-ONE-DEST - ONE FUELTOT RECORD PER DESTINATION
013270*    WHOSE GUARD PASSED. A DESTINATION THAT FAILED ITS GUARD IS
013280*    HELD BACK WHILE THE OTHERS STILL PUBLISH.
013290*-----------------------------------------------------------------
013300 9050-PUBLISH-ONE-DEST.
013310     IF DT-GUARD-SW (WS-DEST-SUB) = 'Y'
013320         DISPLAY "HELLO: " DT-DEST-CODE (WS-DEST-SUB)
013330             " NOT PUBLISHED TO FUELTOT"
013340     ELSE
013350         MOVE SPACES TO FUELTOT-RECORD
013360         MOVE WS-RUN-DATE-DISPLAY TO FT-RUN-DATE
013370         MOVE WS-INPUT-FILE-NAME  TO FT-INPUT-FILE-NAME
013380         MOVE WS-RECORD-COUNT     TO FT-RECORD-COUNT
013390         MOVE DT-SIMPLE-TOTAL (WS-DEST-SUB) TO FT-MASS-TOTAL
013400         MOVE DT-DEST-CODE (WS-DEST-SUB) TO FT-DEST-CODE
013410         WRITE FUELTOT-RECORD
013420     END-IF.
013430     ADD 1 TO WS-DEST-SUB.
013440 9050-PUBLISH-ONE-DEST-EXIT.
013450     EXIT.
013460*-----------------------------------------------------------------
013470*    9100-REASONABLENESS-GUARD - JUDGE EVERY DESTINATION ON THE
013480*    RUN AGAINST ITS OWN PRIOR FIGURES
013490*-----------------------------------------------------------------
013500 9100-REASONABLENESS-GUARD.
013510     MOVE 1 TO WS-DEST-SUB.
013520     PERFORM 9110-GUARD-ONE-DEST
013530         THRU 9110-GUARD-ONE-DEST-EXIT
013540         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
013550 9100-REASONABLENESS-GUARD-EXIT.
013560     EXIT.
013570*-----------------------------------------------------------------
013580*    9110-GUARD-ONE-DEST - COMPARE THE RUN'S FINAL RECORD COUNT
013590*    AND ONE DESTINATION'S MASS TOTAL AGAINST THAT
013600*    DESTINATION'S PRIOR RUN WITHIN THE PARM TOLERANCES. A
013610*    PRIOR FIGURE OF ZERO LEAVES THAT COMPARISON IDLE - THERE
013620*    IS NO MEANINGFUL PERCENTAGE.
013630*-----------------------------------------------------------------
013640 9110-GUARD-ONE-DEST.
013650     IF DT-PRIOR-SW (WS-DEST-SUB) NOT = 'Y'
013660         GO TO 9110-GUARD-ONE-DEST-NEXT
013670     END-IF.
013680     MOVE ZERO TO WS-COUNT-DEVIATION.
013690     MOVE ZERO TO WS-MASS-DEVIATION.
013700     IF DT-PRIOR-COUNT (WS-DEST-SUB) NOT = ZERO
013710         COMPUTE WS-COUNT-DEVIATION ROUNDED =
013720             ((WS-RECORD-COUNT - DT-PRIOR-COUNT (WS-DEST-SUB))
013730                 / DT-PRIOR-COUNT (WS-DEST-SUB)) * 100
013740             ON SIZE ERROR
013750                 MOVE 99999999.99 TO WS-COUNT-DEVIATION
013760         END-COMPUTE
013770     END-IF.
013780     IF WS-COUNT-DEVIATION < ZERO
013790         COMPUTE WS-COUNT-DEVIATION = WS-COUNT-DEVIATION * -1
013800     END-IF.
013810     IF DT-PRIOR-TOTAL (WS-DEST-SUB) NOT = ZERO
013820         COMPUTE WS-MASS-DEVIATION ROUNDED =
013830             ((DT-SIMPLE-TOTAL (WS-DEST-SUB)
013840                 - DT-PRIOR-TOTAL (WS-DEST-SUB))
013850                 / DT-PRIOR-TOTAL (WS-DEST-SUB)) * 100
013860             ON SIZE ERROR
013870                 MOVE 99999999.99 TO WS-MASS-DEVIATION
013880         END-COMPUTE
013890     END-IF.
013900     IF WS-MASS-DEVIATION < ZERO
013910         COMPUTE WS-MASS-DEVIATION = WS-MASS-DEVIATION * -1
013920     END-IF.
013930     IF WS-COUNT-DEVIATION > WS-COUNT-TOLERANCE
013940             OR WS-MASS-DEVIATION > WS-MASS-TOLERANCE
013950         MOVE 'Y' TO DT-GUARD-SW (WS-DEST-SUB)
013960         SET REASONABLENESS-FAILED TO TRUE
013970         IF RETURN-CODE < 12
013980             MOVE 12 TO RETURN-CODE
013990         END-IF
014000         DISPLAY "HELLO: " DT-DEST-CODE (WS-DEST-SUB)
014010             " FAILS THE REASONABLENESS GUARD"
014020         DISPLAY "HELLO: PRIOR COUNT  "
014030             DT-PRIOR-COUNT (WS-DEST-SUB)
014040         DISPLAY "HELLO: ACTUAL COUNT " WS-RECORD-COUNT
014050         DISPLAY "HELLO: PRIOR TOTAL  "
014060             DT-PRIOR-TOTAL (WS-DEST-SUB)
014070         DISPLAY "HELLO: ACTUAL TOTAL "
014080             DT-SIMPLE-TOTAL (WS-DEST-SUB)
014090         PERFORM 9120-WRITE-REASON-LINE
014100             THRU 9120-WRITE-REASON-LINE-EXIT
014110     END-IF.
014120 9110-GUARD-ONE-DEST-NEXT.
014130     ADD 1 TO WS-DEST-SUB.
014140 9110-GUARD-ONE-DEST-EXIT.
014150     EXIT.
014160*-----------------------------------------------------------------
014170*    9120-WRITE-REASON-LINE - ONE REASONABLENESS-FAILURE REPORT
014180*    LINE FOR THE DESTINATION IN HAND. OPENED EXTEND SO THE
014190*    FAILURE HISTORY ACCUMULATES.
014200*-----------------------------------------------------------------
014210 9120-WRITE-REASON-LINE.
014220     OPEN EXTEND REASNRPT.
014230     MOVE SPACES TO REASNRPT-RECORD.
014240     MOVE WS-RUN-DATE-DISPLAY TO RF-RUN-DATE.
014250     MOVE WS-INPUT-FILE-NAME TO RF-INPUT-NAME.
014260     MOVE DT-DEST-CODE (WS-DEST-SUB) TO RF-DEST-CODE.
014270     MOVE DT-PRIOR-COUNT (WS-DEST-SUB) TO RF-PRIOR-COUNT.
014280     MOVE WS-RECORD-COUNT TO RF-ACTUAL-COUNT.
014290     MOVE DT-PRIOR-TOTAL (WS-DEST-SUB) TO RF-PRIOR-TOTAL.
014300     MOVE DT-SIMPLE-TOTAL (WS-DEST-SUB) TO RF-ACTUAL-TOTAL.
014310     WRITE REASNRPT-RECORD.
014320     CLOSE REASNRPT.
014330 9120-WRITE-REASON-LINE-EXIT.
014340     EXIT.
014350*-----------------------------------------------------------------
014360*    9200-WRITE-COMPARISON - SIDE-BY-SIDE DESTINATION
014370*    COMPARISON PAGE, ONE LINE PER DESTINATION WITH ITS TOTALS
014380*    AND THE DIFFERENCE FROM EARTH. ONLY WRITTEN ON A MULTI-
014390*    DESTINATION RUN.
014400*-----------------------------------------------------------------
014410 9200-WRITE-COMPARISON.
014420     OPEN OUTPUT DESTCOMP.
014430     MOVE WS-RUN-DATE-DISPLAY TO CT-RUN-DATE.
014440     WRITE DESTCOMP-RECORD FROM WS-COMP-TITLE.
014450     WRITE DESTCOMP-RECORD FROM WS-COMP-HEADING.
014460     MOVE 1 TO WS-DEST-SUB.
014470     PERFORM 9210-WRITE-ONE-COMP-LINE
014480         THRU 9210-WRITE-ONE-COMP-LINE-EXIT
014490         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
014500     CLOSE DESTCOMP.
014510 9200-WRITE-COMPARISON-EXIT.
014520     EXIT.
014530*-----------------------------------------------------------------
014540*    9210-WRITE-ONE-COMP-LINE - ONE DESTINATION'S COMPARISON
014550*    LINE. WITHOUT AN EARTH RUN TO COMPARE AGAINST, THE
014560*    DIFFERENCE COLUMN IS NOTED RATHER THAN INVENTED.
014570*-----------------------------------------------------------------
014580 9210-WRITE-ONE-COMP-LINE.
014590     MOVE SPACES TO WS-COMP-LINE.
014600     MOVE DT-DEST-CODE (WS-DEST-SUB) TO CP-DEST-CODE.
014610     MOVE DT-SIMPLE-TOTAL (WS-DEST-SUB) TO CP-SIMPLE-TOTAL.
014620     MOVE DT-RECURSIVE-TOTAL (WS-DEST-SUB)
014630         TO CP-RECURSIVE-TOTAL.
014640     IF WS-EARTH-SUB > ZERO
014650         SUBTRACT DT-SIMPLE-TOTAL (WS-EARTH-SUB)
014660             FROM DT-SIMPLE-TOTAL (WS-DEST-SUB)
014670             GIVING WS-EARTH-DIFF
014680         MOVE WS-EARTH-DIFF TO CP-EARTH-DIFF
014690     ELSE
014700         MOVE ZERO TO CP-EARTH-DIFF
014710         MOVE 'NO EARTH RUN' TO CP-NOTE
014720     END-IF.
014730     IF DT-GUARD-SW (WS-DEST-SUB) = 'Y'
014740         MOVE 'GUARD FAILED' TO CP-NOTE
014750     END-IF.
014760     WRITE DESTCOMP-RECORD FROM WS-COMP-LINE.
014770     ADD 1 TO WS-DEST-SUB.
014780 9210-WRITE-ONE-COMP-LINE-EXIT.
014790     EXIT.
014800*-----------------------------------------------------------------
014810*    9300-WRITE-PARTIAL-RESULTS - ONE PARTIAL-RESULTS RECORD FOR
014820*    THIS PARTITION IN PLACE OF FUELTOT. A STEP THAT HIT AN I/O
014830*    ERROR WRITES NOTHING, SO THE MERGE SEES IT AS NOT REPORTED.
014840*-----------------------------------------------------------------
014850 9300-WRITE-PARTIAL-RESULTS.
014860     IF RETURN-CODE NOT < 16
014870         DISPLAY "HELLO: PARTIAL RESULTS NOT WRITTEN FOR"
014880             " PARTITION "
014890             WS-PART-NUMBER
014900         GO TO 9300-WRITE-PARTIAL-RESULTS-EXIT
014910     END-IF.
014920     OPEN OUTPUT FUELPART.
014930     MOVE SPACES TO FUELPART-RECORD.
014940     MOVE WS-RUN-DATE-DISPLAY TO PP-RUN-DATE.
014950     MOVE WS-INPUT-FILE-NAME TO PP-INPUT-NAME.
014960     MOVE WS-PART-NUMBER TO PP-PARTITION-NUMBER.
014970     MOVE WS-PART-COUNT TO PP-PARTITION-COUNT.
014980     MOVE WS-PART-LOW-KEY TO PP-LOW-KEY.
014990     MOVE WS-PART-HIGH-KEY TO PP-HIGH-KEY.
015000     MOVE WS-RECORD-COUNT TO PP-RECORD-COUNT.
015010     MOVE WS-EXCEPTION-COUNT TO PP-EXCEPTION-COUNT.
015020     MOVE WS-RUN-MODE TO PP-RUN-MODE.
015030     MOVE WS-DEST-COUNT TO PP-DEST-COUNT.
015040     MOVE 1 TO WS-DEST-SUB.
015050     PERFORM 9310-MOVE-ONE-SLOT
015060         THRU 9310-MOVE-ONE-SLOT-EXIT
015070         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
015080     WRITE FUELPART-RECORD.
015090     CLOSE FUELPART.
015100     DISPLAY "HELLO: PARTIAL RESULTS WRITTEN FOR PARTITION "
015110         WS-PART-NUMBER " - PUBLICATION LEFT TO FUELMRG".
015120 9300-WRITE-PARTIAL-RESULTS-EXIT.
015130     EXIT.
015140*-----------------------------------------------------------------
015150*    9310-MOVE-ONE-SLOT - ONE DESTINATION'S TOTALS INTO THE
015160*    PARTIAL-RESULTS RECORD
015170*-----------------------------------------------------------------
015180 9310-MOVE-ONE-SLOT.
015190     MOVE DT-DEST-CODE (WS-DEST-SUB)
015200         TO PP-DEST-CODE (WS-DEST-SUB).
015210     MOVE DT-SIMPLE-TOTAL (WS-DEST-SUB)
015220         TO PP-SIMPLE-TOTAL (WS-DEST-SUB).
015230     MOVE DT-RECURSIVE-TOTAL (WS-DEST-SUB)
015240         TO PP-RECURSIVE-TOTAL (WS-DEST-SUB).
015250     ADD 1 TO WS-DEST-SUB.
015260 9310-MOVE-ONE-SLOT-EXIT.
015270     EXIT.
