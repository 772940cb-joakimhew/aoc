000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FUELFCST.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    FORWARD FUEL DEMAND FORECAST BY
000120*                      DESTINATION. EACH DESTINATION'S DAILY
000130*                      DEMAND IS PROJECTED FOR THE NEXT 30 TO 90
000140*                      DAYS (PARM) FROM ITS LAST N BUSINESS DAYS
000150*                      ON THE FUELTOT HISTORY, ARCHIVE INCLUDED.
000160*                      EACH HISTORY DAY IS REBASED TO THE RATES IN
000170*                      EFFECT THAT DAY AND EACH FORECAST DAY IS
000180*                      PRICED AT THE RATES IN EFFECT ON IT, SO A
000190*                      FUTURE-DATED DESTRATE CHANGE SHOWS UP FROM
000200*                      ITS EFFECTIVE DATE. THE PROJECTION IS
000210*                      COMPARED AGAINST THE MONTHLY FUEL BUDGET
000220*                      FILE, WITH A RUNNING VARIANCE AND THE FIRST
000230*                      DATE EACH DESTINATION GOES OVER ITS MONTH'S
000240*                      BUDGET. READ-ONLY.
000250*-----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT FUELHIST ASSIGN TO 'FUELTOT.DAT'
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-FUELHIST-STATUS.
000320     SELECT OPTIONAL FUELARCH ASSIGN TO 'FUELTARC.DAT'
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-FUELARCH-STATUS.
000350     SELECT DESTRATE ASSIGN TO 'DESTRATE.DAT'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-DESTRATE-STATUS.
000380     SELECT FUELBDGT ASSIGN TO 'FUELBDGT.DAT'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FUELBDGT-STATUS.
000410     SELECT FCSTRPT ASSIGN TO 'FCSTRPT.DAT'
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450*-----------------------------------------------------------------
000460*    FUELHIST - THE ACCUMULATED FUELTOT RESULTS DATASET, ONE
000470*    RECORD PER DESTINATION PER PUBLICATION, IN RUN ORDER. A
000480*    RESTATEMENT BY FUELRSTM IS A LATER, LONGER RECORD FOR THE
000490*    SAME DAY. FUELARCH - THE ARCHIVED HISTORY APPENDED BY
000500*    ARCHPURG, READ AHEAD OF THE LIVE FILE. BOTH ARE READ INTO
000510*    THE WS-HIST WORK AREA BELOW.
000520*-----------------------------------------------------------------
000530 FD  FUELHIST.
000540 01  FUELHIST-RECORD             PIC X(75).
000550 FD  FUELARCH.
000560 01  FUELARCH-RECORD             PIC X(75).
000570*-----------------------------------------------------------------
000580*    DESTRATE.DAT - EFFECTIVE-DATED DESTINATION RATES. LAYOUT
000590*    MATCHES MASSCALC. A BLANK DATE IS ALWAYS IN EFFECT.
000600*-----------------------------------------------------------------
000610 FD  DESTRATE.
000620 01  DESTRATE-RECORD.
000630     05  DR-DEST-CODE             PIC X(08).
000640     05  DR-SPACER-1              PIC X(01).
000650     05  DR-EFF-DATE              PIC X(10).
000660     05  DR-SPACER-2              PIC X(01).
000670     05  DR-DIVISOR               PIC 9(02).
000680     05  DR-SPACER-3              PIC X(01).
000690     05  DR-SUBTRAHEND            PIC 9(04).
000700*-----------------------------------------------------------------
000710*    FUELBDGT.DAT - PLANNED FUEL PER DESTINATION PER MONTH
000720*    (YYYY-MM), MAINTAINED BY MISSION PLANNING FINANCE
000730*-----------------------------------------------------------------
000740 FD  FUELBDGT.
000750 01  FUELBDGT-RECORD.
000760     05  BG-DEST-CODE             PIC X(08).
000770     05  BG-SPACER-1              PIC X(01).
000780     05  BG-MONTH                 PIC X(07).
000790     05  BG-SPACER-2              PIC X(01).
000800     05  BG-PLANNED-FUEL          PIC 9(10).
000810*-----------------------------------------------------------------
000820*    FCSTRPT.DAT - 132-CHARACTER FORECAST REPORT
000830*-----------------------------------------------------------------
000840 FD  FCSTRPT.
000850 01  PRINT-RECORD                 PIC X(132).
000860 WORKING-STORAGE SECTION.
000870*-----------------------------------------------------------------
000880*    WS-HIST - ONE HISTORY RECORD, ARCHIVED OR LIVE, IN THE
000890*    LAYOUT HELLO WRITES TO FUELTOT
000900*-----------------------------------------------------------------
000910 01  WS-HIST.
000920     05  FH-RUN-DATE             PIC X(10).
000930     05  FH-SPACER-1             PIC X(01).
000940     05  FH-INPUT-FILE-NAME      PIC X(20).
000950     05  FH-SPACER-2             PIC X(01).
000960     05  FH-RECORD-COUNT         PIC 9(06).
000970     05  FH-SPACER-3             PIC X(01).
000980     05  FH-MASS-TOTAL           PIC -9(10).
000990     05  FH-SPACER-4             PIC X(01).
001000     05  FH-DEST-CODE            PIC X(08).
001010*-----------------------------------------------------------------
001020*    SWITCHES, FILE STATUSES AND COUNTERS
001030*-----------------------------------------------------------------
001040 01  WS-EOF                       PIC X(01)   VALUE 'N'.
001050     88  END-OF-FUELHIST-FILE                 VALUE 'Y'.
001060 01  WS-FUELARCH-EOF              PIC X(01)   VALUE 'N'.
001070     88  END-OF-FUELARCH-FILE                 VALUE 'Y'.
001080 01  WS-DESTRATE-EOF              PIC X(01)   VALUE 'N'.
001090     88  END-OF-DESTRATE-FILE                 VALUE 'Y'.
001100 01  WS-FUELBDGT-EOF              PIC X(01)   VALUE 'N'.
001110     88  END-OF-FUELBDGT-FILE                 VALUE 'Y'.
001120 01  WS-FUELHIST-STATUS           PIC X(02)   VALUE '00'.
001130 01  WS-FUELARCH-STATUS           PIC X(02)   VALUE '00'.
001140 01  WS-DESTRATE-STATUS           PIC X(02)   VALUE '00'.
001150 01  WS-FUELBDGT-STATUS           PIC X(02)   VALUE '00'.
001160 01  WS-HISTORY-COUNT             PIC 9(06)   VALUE ZERO.
001170 01  WS-REJECTED-COUNT            PIC 9(06)   VALUE ZERO.
001180 01  WS-BUDGET-COUNT              PIC 9(06)   VALUE ZERO.
001190 01  WS-OVER-BUDGET-COUNT         PIC 9(04)   VALUE ZERO.
001200 01  WS-NO-BUDGET-COUNT           PIC 9(04)   VALUE ZERO.
001210 01  WS-NO-HISTORY-COUNT          PIC 9(04)   VALUE ZERO.
001220 01  WS-GRAND-PROJECTED           PIC S9(12)  VALUE ZERO.
001230*-----------------------------------------------------------------
001240*    PARM - FORECAST HORIZON IN DAYS (30-90, DEFAULT 30) AND
001250*    THE NUMBER OF MOST RECENT BUSINESS DAYS OF HISTORY THE
001260*    BASELINE IS AVERAGED OVER (1-90, DEFAULT 30)
001270*-----------------------------------------------------------------
001280 01  WS-PARM-TEXT                 PIC X(10)   VALUE SPACES.
001290 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
001300 01  WS-HORIZON-TEXT              PIC X(03)   VALUE SPACES.
001310 01  WS-HORIZON-LENGTH            PIC 9(02)   VALUE ZERO.
001320 01  WS-LOOKBACK-TEXT             PIC X(03)   VALUE SPACES.
001330 01  WS-LOOKBACK-LENGTH           PIC 9(02)   VALUE ZERO.
001340 01  WS-HORIZON-DAYS              PIC 9(03)   VALUE 30.
001350 01  WS-LOOKBACK-DAYS             PIC 9(03)   VALUE 30.
001360*-----------------------------------------------------------------
001370*    RATES TABLE - EVERY USABLE DESTRATE RECORD. A BLANK
001380*    EFFECTIVE DATE IS HELD AS 0000-00-00 SO IT SORTS LOWEST.
001390*-----------------------------------------------------------------
001400 01  WS-RATE-MAX                  PIC 9(04)   COMP VALUE 100.
001410 01  WS-RATE-COUNT                PIC 9(04)   COMP VALUE ZERO.
001420 01  WS-RATE-SCAN                 PIC 9(04)   COMP VALUE ZERO.
001430 01  WS-RATE-TABLE.
001440     05  WS-RATE-ENTRY OCCURS 100 TIMES.
001450         10  RT-DEST-CODE         PIC X(08).
001460         10  RT-EFF-DATE          PIC X(10).
001470         10  RT-DIVISOR           PIC 9(02).
001480         10  RT-SUBTRAHEND        PIC 9(04).
001490*-----------------------------------------------------------------
001500*    RATE LOOKUP - THE DESTINATION AND DATE ASKED FOR, AND THE
001510*    RATES IN EFFECT. SELECTION MATCHES MASSCALC: THE LATEST
001520*    EFFECTIVE DATE NOT AFTER THE DATE WINS, EARTH AND A
001530*    BLANK CODE ARE THE STANDARD DIVIDE-BY-3, SUBTRACT-2
001540*    PROFILE, AND A DESTINATION WITH NO RATE IN EFFECT FALLS
001550*    BACK TO THE STANDARD PROFILE WITH A WARNING.
001560*-----------------------------------------------------------------
001570 01  WS-RATE-DEST                 PIC X(08)   VALUE SPACES.
001580 01  WS-RATE-DATE                 PIC X(10)   VALUE SPACES.
001590 01  WS-RATE-DIVISOR              PIC 9(02)   VALUE 3.
001600 01  WS-RATE-SUBTRAHEND           PIC 9(04)   VALUE 2.
001610 01  WS-RATE-EFF-DATE             PIC X(10)   VALUE SPACES.
001620 01  WS-RATE-FOUND-SW             PIC X(01)   VALUE 'N'.
001630     88  RATE-RECORD-FOUND                    VALUE 'Y'.
001640 01  WS-RECORD-EFF-DATE           PIC X(10)   VALUE SPACES.
001650*-----------------------------------------------------------------
001660*    FORECAST MONTHS - THE CALENDAR MONTHS (YYYY-MM) THE
001670*    HORIZON TOUCHES. 90 DAYS FROM ANY DATE SPAN AT MOST FOUR.
001680*-----------------------------------------------------------------
001690 01  WS-MONTH-MAX                 PIC 9(04)   COMP VALUE 4.
001700 01  WS-MONTH-COUNT               PIC 9(04)   COMP VALUE ZERO.
001710 01  WS-MONTH-SUB                 PIC 9(04)   COMP VALUE ZERO.
001720 01  WS-MONTH-SCAN                PIC 9(04)   COMP VALUE ZERO.
001730 01  WS-MONTH-LIST.
001740     05  ML-MONTH                 PIC X(07) OCCURS 4 TIMES.
001750 01  WS-FIRST-FCST-DATE           PIC X(10)   VALUE SPACES.
001760 01  WS-LAST-FCST-DATE            PIC X(10)   VALUE SPACES.
001770 01  WS-DAY-COUNT                 PIC 9(03)   VALUE ZERO.
001780*-----------------------------------------------------------------
001790*    DESTINATION TABLE - ONE ENTRY PER DESTINATION SEEN ON THE
001800*    HISTORY OR THE BUDGET. A BLANK FUELTOT DESTINATION
001810*    (WRITTEN BEFORE THE COLUMN EXISTED) IS EARTH.
001820*      DS-HIST-DAY   - THE LAST N BUSINESS DAYS ON THE HISTORY,
001830*                      THE LATEST PUBLICATION OF EACH DAY
001840*      DS-ACTUAL-DAY - THE DAYS ALREADY PUBLISHED IN THE FIRST
001850*                      FORECAST MONTH, FOR ITS MONTH-TO-DATE
001860*      DS-MONTH      - BUDGET AND DEMAND PER FORECAST MONTH
001870*-----------------------------------------------------------------
001880 01  WS-DEST-MAX                  PIC 9(04)   COMP VALUE 20.
001890 01  WS-DEST-COUNT                PIC 9(04)   COMP VALUE ZERO.
001900 01  WS-DEST-SUB                  PIC 9(04)   COMP VALUE ZERO.
001910 01  WS-DEST-SCAN                 PIC 9(04)   COMP VALUE ZERO.
001920 01  WS-FIND-DEST                 PIC X(08)   VALUE SPACES.
001930 01  WS-DEST-TABLE.
001940     05  WS-DEST-ENTRY OCCURS 20 TIMES.
001950         10  DS-DEST-CODE         PIC X(08).
001960         10  DS-RATE-WARNED-SW    PIC X(01).
001970         10  DS-HIST-COUNT        PIC 9(04)   COMP.
001980         10  DS-HIST-DAY OCCURS 90 TIMES.
001990             15  HD-DATE          PIC X(10).
002000             15  HD-TOTAL         PIC S9(10).
002010             15  HD-COUNT         PIC 9(06).
002020         10  DS-ACTUAL-COUNT      PIC 9(04)   COMP.
002030         10  DS-ACTUAL-DAY OCCURS 31 TIMES.
002040             15  AD-DATE          PIC X(10).
002050             15  AD-TOTAL         PIC S9(10).
002060         10  DS-AVG-MASS          PIC S9(13)V9(02).
002070         10  DS-AVG-COUNT         PIC 9(07)V9(02).
002080         10  DS-PROJECTED-TOTAL   PIC S9(12).
002090         10  DS-BUDGET-SHARE      PIC S9(12).
002100         10  DS-RUNNING-VARIANCE  PIC S9(12).
002110         10  DS-FIRST-OVER-DATE   PIC X(10).
002120         10  DS-MONTH OCCURS 4 TIMES.
002130             15  MS-BUDGET-SW     PIC X(01).
002140             15  MS-BUDGET        PIC 9(10).
002150             15  MS-ACTUAL        PIC S9(12).
002160             15  MS-PROJECTED     PIC S9(12).
002170             15  MS-OVER-DATE     PIC X(10).
002180 01  WS-HIST-SUB                  PIC 9(04)   COMP VALUE ZERO.
002190 01  WS-HIST-SCAN                 PIC 9(04)   COMP VALUE ZERO.
002200 01  WS-OLDEST-SUB                PIC 9(04)   COMP VALUE ZERO.
002210 01  WS-ACTUAL-SUB                PIC 9(04)   COMP VALUE ZERO.
002220 01  WS-ACTUAL-SCAN               PIC 9(04)   COMP VALUE ZERO.
002230*-----------------------------------------------------------------
002240*    FORECAST WORK FIGURES
002250*-----------------------------------------------------------------
002260 01  WS-MASS-TOTAL-IN             PIC S9(10)  VALUE ZERO.
002270 01  WS-IMPLIED-MASS              PIC S9(15)  VALUE ZERO.
002280 01  WS-SUM-MASS                  PIC S9(15)  VALUE ZERO.
002290 01  WS-SUM-COUNT                 PIC 9(09)   VALUE ZERO.
002300 01  WS-DAY-PROJECTED             PIC S9(10)  VALUE ZERO.
002310 01  WS-DAY-BUDGET                PIC S9(10)  VALUE ZERO.
002320 01  WS-MONTH-DEMAND              PIC S9(12)  VALUE ZERO.
002330 01  WS-MONTH-VARIANCE            PIC S9(12)  VALUE ZERO.
002340 01  WS-DAY-FLAGS                 PIC X(20)   VALUE SPACES.
002350*-----------------------------------------------------------------
002360*    DATE WORK AREA - THE FORECAST DAY IN HAND, STEPPED ONE
002370*    CALENDAR DAY AT A TIME BY 6000-NEXT-DATE
002380*-----------------------------------------------------------------
002390 01  WS-WORK-DATE.
002400     05  WS-WORK-YYYY             PIC 9(04).
002410     05  FILLER                   PIC X(01)   VALUE '-'.
002420     05  WS-WORK-MM               PIC 9(02).
002430     05  FILLER                   PIC X(01)   VALUE '-'.
002440     05  WS-WORK-DD               PIC 9(02).
002450 01  WS-MONTH-DAYS                PIC 9(02)   VALUE ZERO.
002460 01  WS-LEAP-QUOTIENT             PIC 9(04)   VALUE ZERO.
002470 01  WS-LEAP-REM-4                PIC 9(04)   VALUE ZERO.
002480 01  WS-LEAP-REM-100              PIC 9(04)   VALUE ZERO.
002490 01  WS-LEAP-REM-400              PIC 9(04)   VALUE ZERO.
002500 01  WS-MONTH-LENGTH-VALUES       PIC X(24)   VALUE
002510     '312831303130313130313031'.
002520 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
002530     05  WS-MONTH-LENGTH          PIC 9(02) OCCURS 12 TIMES.
002540*-----------------------------------------------------------------
002550*    RUN IDENTIFICATION
002560*-----------------------------------------------------------------
002570 01  WS-RUN-DATE.
002580     05  WS-RUN-YYYY              PIC 9(04).
002590     05  WS-RUN-MM                PIC 9(02).
002600     05  WS-RUN-DD                PIC 9(02).
002610 01  WS-RUN-DATE-DISPLAY          PIC X(10).
002620*-----------------------------------------------------------------
002630*    PAGE CONTROL
002640*-----------------------------------------------------------------
002650 01  WS-LINES-PER-PAGE            PIC 9(03)   VALUE 55.
002660 01  WS-LINE-COUNT                PIC 9(03)   VALUE 999.
002670 01  WS-PAGE-NUMBER               PIC 9(04)   VALUE ZERO.
002680 01  WS-COLUMN-HEADING            PIC X(132)  VALUE SPACES.
002690*-----------------------------------------------------------------
002700*    REPORT LINES
002710*-----------------------------------------------------------------
002720 01  WS-HEADING-1.
002730     05  FILLER                   PIC X(28)   VALUE
002740         'FUEL DEMAND FORECAST'.
002750     05  FILLER                   PIC X(09)   VALUE 'RUN DATE '.
002760     05  H1-RUN-DATE              PIC X(10).
002770     05  FILLER                   PIC X(07)   VALUE '  DAYS '.
002780     05  H1-FIRST-DATE            PIC X(10).
002790     05  FILLER                   PIC X(04)   VALUE ' TO '.
002800     05  H1-LAST-DATE             PIC X(10).
002810     05  FILLER                   PIC X(45)   VALUE SPACES.
002820     05  FILLER                   PIC X(05)   VALUE 'PAGE '.
002830     05  H1-PAGE-NUMBER           PIC ZZZ9.
002840 01  WS-DAY-HEADING.
002850     05  FILLER                   PIC X(12)   VALUE 'DATE'.
002860     05  FILLER                   PIC X(04)   VALUE 'DV'.
002870     05  FILLER                   PIC X(07)   VALUE '  SUB'.
002880     05  FILLER                   PIC X(13)   VALUE
002890         '  PROJECTED'.
002900     05  FILLER                   PIC X(15)   VALUE
002910         ' MONTH DEMAND'.
002920     05  FILLER                   PIC X(12)   VALUE
002930         'MTH BUDGET'.
002940     05  FILLER                   PIC X(12)   VALUE
002950         'DAY BUDGET'.
002960     05  FILLER                   PIC X(15)   VALUE
002970         '  RUNNING VAR'.
002980     05  FILLER                   PIC X(20)   VALUE 'FLAGS'.
002990     05  FILLER                   PIC X(22)   VALUE SPACES.
003000 01  WS-DEST-HEADING-LINE.
003010     05  FILLER                   PIC X(12)   VALUE
003020         'DESTINATION '.
003030     05  DH-DEST-CODE             PIC X(08).
003040     05  FILLER                   PIC X(16)   VALUE
003050         '  HISTORY DAYS '.
003060     05  DH-HIST-COUNT            PIC ZZ9.
003070     05  FILLER                   PIC X(17)   VALUE
003080         '  AVG MODULES '.
003090     05  DH-AVG-COUNT             PIC ZZZZZZ9.99.
003100     05  FILLER                   PIC X(17)   VALUE
003110         '  AVG MASS '.
003120     05  DH-AVG-MASS              PIC -Z(12)9.
003130     05  FILLER                   PIC X(02)   VALUE SPACES.
003140     05  DH-NOTE                  PIC X(20).
003150     05  FILLER                   PIC X(13)   VALUE SPACES.
003160 01  WS-DAY-LINE.
003170     05  FD-DATE                  PIC X(10).
003180     05  FILLER                   PIC X(02)   VALUE SPACES.
003190     05  FD-DIVISOR               PIC Z9.
003200     05  FILLER                   PIC X(02)   VALUE SPACES.
003210     05  FD-SUBTRAHEND            PIC ZZZZ9.
003220     05  FILLER                   PIC X(02)   VALUE SPACES.
003230     05  FD-PROJECTED             PIC -Z(9)9.
003240     05  FILLER                   PIC X(02)   VALUE SPACES.
003250     05  FD-MONTH-DEMAND          PIC -Z(11)9.
003260     05  FILLER                   PIC X(02)   VALUE SPACES.
003270     05  FD-MONTH-BUDGET          PIC Z(9)9.
003280     05  FILLER                   PIC X(02)   VALUE SPACES.
003290     05  FD-DAY-BUDGET            PIC Z(9)9.
003300     05  FILLER                   PIC X(02)   VALUE SPACES.
003310     05  FD-RUNNING-VARIANCE      PIC -Z(11)9.
003320     05  FILLER                   PIC X(02)   VALUE SPACES.
003330     05  FD-FLAGS                 PIC X(20).
003340     05  FILLER                   PIC X(22)   VALUE SPACES.
003350 01  WS-MONTH-LINE.
003360     05  FILLER                   PIC X(06)   VALUE 'MONTH '.
003370     05  MN-MONTH                 PIC X(07).
003380     05  FILLER                   PIC X(09)   VALUE '  ACTUAL '.
003390     05  MN-ACTUAL                PIC -Z(11)9.
003400     05  FILLER                   PIC X(12)   VALUE
003410         '  PROJECTED '.
003420     05  MN-PROJECTED             PIC -Z(11)9.
003430     05  FILLER                   PIC X(09)   VALUE '  BUDGET '.
003440     05  MN-BUDGET                PIC Z(9)9.
003450     05  FILLER                   PIC X(11)   VALUE
003460         '  VARIANCE '.
003470     05  MN-VARIANCE              PIC -Z(11)9.
003480     05  FILLER                   PIC X(02)   VALUE SPACES.
003490     05  MN-NOTE                  PIC X(21).
003500     05  FILLER                   PIC X(06)   VALUE SPACES.
003510 01  WS-DEST-TOTAL-LINE.
003520     05  FILLER                   PIC X(30)   VALUE
003530         'FIRST OVER-BUDGET DATE'.
003540     05  DT-FIRST-OVER-DATE       PIC X(10).
003550     05  FILLER                   PIC X(92)   VALUE SPACES.
003560 01  WS-SUMMARY-HEADING.
003570     05  FILLER                   PIC X(12)   VALUE 'DEST'.
003580     05  FILLER                   PIC X(06)   VALUE 'HIST'.
003590     05  FILLER                   PIC X(15)   VALUE
003600         '    PROJECTED'.
003610     05  FILLER                   PIC X(15)   VALUE
003620         ' BUDGET SHARE'.
003630     05  FILLER                   PIC X(15)   VALUE
003640         '  RUNNING VAR'.
003650     05  FILLER                   PIC X(20)   VALUE
003660         'FIRST OVER BUDGET'.
003670     05  FILLER                   PIC X(49)   VALUE SPACES.
003680 01  WS-SUMMARY-LINE.
003690     05  SL-DEST-CODE             PIC X(08).
003700     05  FILLER                   PIC X(04)   VALUE SPACES.
003710     05  SL-HIST-COUNT            PIC ZZ9.
003720     05  FILLER                   PIC X(03)   VALUE SPACES.
003730     05  SL-PROJECTED             PIC -Z(11)9.
003740     05  FILLER                   PIC X(02)   VALUE SPACES.
003750     05  SL-BUDGET                PIC -Z(11)9.
003760     05  FILLER                   PIC X(02)   VALUE SPACES.
003770     05  SL-VARIANCE              PIC -Z(11)9.
003780     05  FILLER                   PIC X(02)   VALUE SPACES.
003790     05  SL-FIRST-OVER-DATE       PIC X(10).
003800     05  FILLER                   PIC X(59)   VALUE SPACES.
003810 01  WS-SUMMARY-COUNT-LINE.
003820     05  SM-LABEL                 PIC X(30).
003830     05  SM-COUNT                 PIC ZZZZZZZZZZZ9.
003840     05  FILLER                   PIC X(90)   VALUE SPACES.
003850 01  WS-PRINT-LINE                PIC X(132).
003860 01  WS-BLANK-LINE                PIC X(132)  VALUE SPACES.
003870*-----------------------------------------------------------------
003880*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
003890*-----------------------------------------------------------------
003900 01  WS-RUNLOG-AREA.
003910     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'FUELFCST'.
003920     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
003930     05  RA-INPUT-NAME            PIC X(20)   VALUE 'FUELTOT'.
003940     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
003950     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
003960     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
003970     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
003980 LINKAGE SECTION.
003990*-----------------------------------------------------------------
004000*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
004010*    MVS CONVENTION. FIRST TOKEN THE HORIZON IN DAYS, SECOND
004020*    THE HISTORY LOOKBACK IN BUSINESS DAYS (E.G. PARM='060 20').
004030*-----------------------------------------------------------------
004040 01  LK-PARM.
004050     05  LK-PARM-LENGTH           PIC S9(04) COMP.
004060     05  LK-PARM-DATA             PIC X(10).
004070 PROCEDURE DIVISION USING LK-PARM.
004080*-----------------------------------------------------------------
004090*    0000-MAINLINE
004100*-----------------------------------------------------------------
004110 0000-MAINLINE.
004120     PERFORM 1000-INITIALIZE
004130         THRU 1000-INITIALIZE-EXIT.
004140     IF RETURN-CODE NOT = ZERO
004150         GO TO 0000-MAINLINE-EXIT
004160     END-IF.
004170     PERFORM 2000-LOAD-HISTORY
004180         THRU 2000-LOAD-HISTORY-EXIT.
004190     PERFORM 3000-LOAD-BUDGETS
004200         THRU 3000-LOAD-BUDGETS-EXIT.
004210     PERFORM 4000-FORECAST-DESTINATIONS
004220         THRU 4000-FORECAST-DESTINATIONS-EXIT.
004230     PERFORM 9000-TERMINATE
004240         THRU 9000-TERMINATE-EXIT.
004250 0000-MAINLINE-EXIT.
004260     STOP RUN.
004270*-----------------------------------------------------------------
004280*    1000-INITIALIZE - ESTABLISH THE HORIZON AND LOOKBACK, LOG
004290*    THE START, LOAD THE RATES, WORK OUT THE FORECAST MONTHS,
004300*    AND OPEN FILES
004310*-----------------------------------------------------------------
004320 1000-INITIALIZE.
004330     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
004340     IF WS-PARM-LENGTH > 10
004350         MOVE 10 TO WS-PARM-LENGTH
004360     END-IF.
004370     IF WS-PARM-LENGTH > ZERO
004380         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
004390     END-IF.
004400     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
004410         INTO WS-HORIZON-TEXT
004420             COUNT IN WS-HORIZON-LENGTH
004430             WS-LOOKBACK-TEXT
004440             COUNT IN WS-LOOKBACK-LENGTH
004450     END-UNSTRING.
004460     IF WS-HORIZON-LENGTH > 3 OR WS-LOOKBACK-LENGTH > 3
004470         DISPLAY "FUELFCST: PARM TOKEN LONGER THAN 3 DIGITS - "
004480             WS-PARM-TEXT
004490         MOVE 16 TO RETURN-CODE
004500         GO TO 1000-INITIALIZE-EXIT
004510     END-IF.
004520     IF WS-HORIZON-LENGTH > ZERO
004530         IF WS-HORIZON-TEXT(1:WS-HORIZON-LENGTH) IS NUMERIC
004540             MOVE WS-HORIZON-TEXT(1:WS-HORIZON-LENGTH)
004550                 TO WS-HORIZON-DAYS
004560         ELSE
004570             DISPLAY "FUELFCST: HORIZON PARM NOT NUMERIC - "
004580                 WS-HORIZON-TEXT
004590             MOVE 16 TO RETURN-CODE
004600             GO TO 1000-INITIALIZE-EXIT
004610         END-IF
004620     END-IF.
004630     IF WS-LOOKBACK-LENGTH > ZERO
004640         IF WS-LOOKBACK-TEXT(1:WS-LOOKBACK-LENGTH) IS NUMERIC
004650             MOVE WS-LOOKBACK-TEXT(1:WS-LOOKBACK-LENGTH)
004660                 TO WS-LOOKBACK-DAYS
004670         ELSE
004680             DISPLAY "FUELFCST: LOOKBACK PARM NOT NUMERIC - "
004690                 WS-LOOKBACK-TEXT
004700             MOVE 16 TO RETURN-CODE
004710             GO TO 1000-INITIALIZE-EXIT
004720         END-IF
004730     END-IF.
004740     IF WS-HORIZON-DAYS < 30 OR WS-HORIZON-DAYS > 90
004750         DISPLAY "FUELFCST: HORIZON MUST BE 30 TO 90 DAYS - "
004760             WS-HORIZON-DAYS
004770         MOVE 16 TO RETURN-CODE
004780         GO TO 1000-INITIALIZE-EXIT
004790     END-IF.
004800     IF WS-LOOKBACK-DAYS < 1 OR WS-LOOKBACK-DAYS > 90
004810         DISPLAY "FUELFCST: LOOKBACK MUST BE 1 TO 90 DAYS - "
004820             WS-LOOKBACK-DAYS
004830         MOVE 16 TO RETURN-CODE
004840         GO TO 1000-INITIALIZE-EXIT
004850     END-IF.
004860     DISPLAY "FUELFCST: HORIZON DAYS  " WS-HORIZON-DAYS.
004870     DISPLAY "FUELFCST: LOOKBACK DAYS " WS-LOOKBACK-DAYS.
004880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004890     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
004900         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
004910     MOVE 'S' TO RA-PHASE.
004920     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
004930     OPEN INPUT DESTRATE.
004940     IF WS-DESTRATE-STATUS NOT = '00'
004950         DISPLAY "FUELFCST: UNABLE TO OPEN THE RATES DATASET"
004960         DISPLAY "FUELFCST: FILE STATUS = " WS-DESTRATE-STATUS
004970         MOVE 16 TO RETURN-CODE
004980         GO TO 1000-INITIALIZE-EXIT
004990     END-IF.
005000     PERFORM 1100-READ-ONE-RATE
005010         THRU 1100-READ-ONE-RATE-EXIT
005020         UNTIL END-OF-DESTRATE-FILE.
005030     CLOSE DESTRATE.
005040     PERFORM 1200-BUILD-MONTH-LIST
005050         THRU 1200-BUILD-MONTH-LIST-EXIT.
005060     OPEN INPUT FUELBDGT.
005070     IF WS-FUELBDGT-STATUS NOT = '00'
005080         DISPLAY "FUELFCST: UNABLE TO OPEN THE BUDGET DATASET"
005090         DISPLAY "FUELFCST: FILE STATUS = " WS-FUELBDGT-STATUS
005100         MOVE 16 TO RETURN-CODE
005110         GO TO 1000-INITIALIZE-EXIT
005120     END-IF.
005130     OPEN INPUT FUELHIST.
005140     IF WS-FUELHIST-STATUS NOT = '00'
005150         DISPLAY "FUELFCST: UNABLE TO OPEN THE FUELTOT DATASET"
005160         DISPLAY "FUELFCST: FILE STATUS = " WS-FUELHIST-STATUS
005170         MOVE 16 TO RETURN-CODE
005180         GO TO 1000-INITIALIZE-EXIT
005190     END-IF.
005200     OPEN INPUT FUELARCH.
005210     IF WS-FUELARCH-STATUS NOT = '00'
005220             AND WS-FUELARCH-STATUS NOT = '05'
005230         DISPLAY "FUELFCST: ARCHIVE UNREADABLE - USING THE"
005240             " LIVE FILE ONLY"
005250         DISPLAY "FUELFCST: FILE STATUS = " WS-FUELARCH-STATUS
005260         MOVE 'Y' TO WS-FUELARCH-EOF
005270     END-IF.
005280     OPEN OUTPUT FCSTRPT.
005290 1000-INITIALIZE-EXIT.
005300     EXIT.
005310*-----------------------------------------------------------------
005320*    1100-READ-ONE-RATE - NEXT RATES RECORD INTO THE TABLE. AN
005330*    UNUSABLE RECORD IS IGNORED AS MASSCALC IGNORES IT.
005340*-----------------------------------------------------------------
005350 1100-READ-ONE-RATE.
005360     READ DESTRATE
005370         AT END
005380             MOVE 'Y' TO WS-DESTRATE-EOF
005390             GO TO 1100-READ-ONE-RATE-EXIT
005400     END-READ.
005410     IF DR-DIVISOR IS NOT NUMERIC OR DR-DIVISOR = ZERO
005420             OR DR-SUBTRAHEND IS NOT NUMERIC
005430         DISPLAY "FUELFCST: UNUSABLE RATES RECORD FOR "
005440             DR-DEST-CODE " - IGNORED"
005450         GO TO 1100-READ-ONE-RATE-EXIT
005460     END-IF.
005470     IF WS-RATE-COUNT NOT < WS-RATE-MAX
005480         DISPLAY "FUELFCST: MORE THAN " WS-RATE-MAX
005490             " RATES RECORDS - " DR-DEST-CODE " IGNORED"
005500         GO TO 1100-READ-ONE-RATE-EXIT
005510     END-IF.
005520     ADD 1 TO WS-RATE-COUNT.
005530     MOVE DR-DEST-CODE TO RT-DEST-CODE (WS-RATE-COUNT).
005540     MOVE DR-EFF-DATE TO RT-EFF-DATE (WS-RATE-COUNT).
005550     IF DR-EFF-DATE = SPACES
005560         MOVE '0000-00-00' TO RT-EFF-DATE (WS-RATE-COUNT)
005570     END-IF.
005580     MOVE DR-DIVISOR TO RT-DIVISOR (WS-RATE-COUNT).
005590     MOVE DR-SUBTRAHEND TO RT-SUBTRAHEND (WS-RATE-COUNT).
005600 1100-READ-ONE-RATE-EXIT.
005610     EXIT.
005620*-----------------------------------------------------------------
005630*    1200-BUILD-MONTH-LIST - STEP THROUGH THE HORIZON FROM THE
005640*    DAY AFTER THE RUN DATE AND NOTE EACH CALENDAR MONTH IT
005650*    TOUCHES, AND THE FIRST AND LAST FORECAST DATES
005660*-----------------------------------------------------------------
005670 1200-BUILD-MONTH-LIST.
005680     MOVE WS-RUN-YYYY TO WS-WORK-YYYY.
005690     MOVE WS-RUN-MM TO WS-WORK-MM.
005700     MOVE WS-RUN-DD TO WS-WORK-DD.
005710     MOVE ZERO TO WS-MONTH-COUNT.
005720     MOVE ZERO TO WS-DAY-COUNT.
005730     PERFORM 1210-NOTE-ONE-DAY
005740         THRU 1210-NOTE-ONE-DAY-EXIT
005750         UNTIL WS-DAY-COUNT NOT < WS-HORIZON-DAYS.
005760     MOVE WS-WORK-DATE TO WS-LAST-FCST-DATE.
005770 1200-BUILD-MONTH-LIST-EXIT.
005780     EXIT.
005790*-----------------------------------------------------------------
005800*    1210-NOTE-ONE-DAY - ADVANCE ONE DAY AND START A NEW MONTH
005810*    ENTRY WHEN THE MONTH CHANGES
005820*-----------------------------------------------------------------
005830 1210-NOTE-ONE-DAY.
005840     PERFORM 6000-NEXT-DATE
005850         THRU 6000-NEXT-DATE-EXIT.
005860     ADD 1 TO WS-DAY-COUNT.
005870     IF WS-DAY-COUNT = 1
005880         MOVE WS-WORK-DATE TO WS-FIRST-FCST-DATE
005890     END-IF.
005900     IF WS-MONTH-COUNT = ZERO
005910         ADD 1 TO WS-MONTH-COUNT
005920         MOVE WS-WORK-DATE(1:7) TO ML-MONTH (WS-MONTH-COUNT)
005930         GO TO 1210-NOTE-ONE-DAY-EXIT
005940     END-IF.
005950     IF WS-WORK-DATE(1:7) NOT = ML-MONTH (WS-MONTH-COUNT)
005960             AND WS-MONTH-COUNT < WS-MONTH-MAX
005970         ADD 1 TO WS-MONTH-COUNT
005980         MOVE WS-WORK-DATE(1:7) TO ML-MONTH (WS-MONTH-COUNT)
005990     END-IF.
006000 1210-NOTE-ONE-DAY-EXIT.
006010     EXIT.
006020*-----------------------------------------------------------------
006030*    2000-LOAD-HISTORY - ARCHIVE FIRST, THEN THE LIVE FILE, SO
006040*    EACH DAY'S LATEST PUBLICATION IS THE ONE KEPT
006050*-----------------------------------------------------------------
006060 2000-LOAD-HISTORY.
006070     PERFORM 2010-READ-ONE-ARCHIVE
006080         THRU 2010-READ-ONE-ARCHIVE-EXIT
006090         UNTIL END-OF-FUELARCH-FILE.
006100     PERFORM 2020-READ-ONE-LIVE
006110         THRU 2020-READ-ONE-LIVE-EXIT
006120         UNTIL END-OF-FUELHIST-FILE.
006130     CLOSE FUELARCH.
006140     CLOSE FUELHIST.
006150 2000-LOAD-HISTORY-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------------
006180*    2010-READ-ONE-ARCHIVE - NEXT ARCHIVED HISTORY RECORD
006190*-----------------------------------------------------------------
006200 2010-READ-ONE-ARCHIVE.
006210     READ FUELARCH INTO WS-HIST
006220         AT END
006230             MOVE 'Y' TO WS-FUELARCH-EOF
006240             GO TO 2010-READ-ONE-ARCHIVE-EXIT
006250     END-READ.
006260     PERFORM 2100-POST-ONE-RUN
006270         THRU 2100-POST-ONE-RUN-EXIT.
006280 2010-READ-ONE-ARCHIVE-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------------
006310*    2020-READ-ONE-LIVE - NEXT LIVE HISTORY RECORD
006320*-----------------------------------------------------------------
006330 2020-READ-ONE-LIVE.
006340     READ FUELHIST INTO WS-HIST
006350         AT END
006360             MOVE 'Y' TO WS-EOF
006370             GO TO 2020-READ-ONE-LIVE-EXIT
006380     END-READ.
006390     PERFORM 2100-POST-ONE-RUN
006400         THRU 2100-POST-ONE-RUN-EXIT.
006410 2020-READ-ONE-LIVE-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440*    2100-POST-ONE-RUN - FILE ONE PUBLICATION AGAINST ITS
006450*    DESTINATION: INTO THE LOOKBACK DAYS, AND INTO THE FIRST
006460*    FORECAST MONTH'S ACTUALS WHEN IT FALLS IN THAT MONTH
006470*-----------------------------------------------------------------
006480 2100-POST-ONE-RUN.
006490     IF FH-RECORD-COUNT IS NOT NUMERIC
006500             OR FH-RUN-DATE = SPACES
006510         DISPLAY "FUELFCST: SKIPPING UNREADABLE RECORD AFTER "
006520             WS-HISTORY-COUNT " GOOD RECORDS"
006530         ADD 1 TO WS-REJECTED-COUNT
006540         GO TO 2100-POST-ONE-RUN-EXIT
006550     END-IF.
006560     IF FH-RUN-DATE > WS-RUN-DATE-DISPLAY
006570         GO TO 2100-POST-ONE-RUN-EXIT
006580     END-IF.
006590     ADD 1 TO WS-HISTORY-COUNT.
006600     MOVE FH-MASS-TOTAL TO WS-MASS-TOTAL-IN.
006610     MOVE FH-DEST-CODE TO WS-FIND-DEST.
006620     IF WS-FIND-DEST = SPACES
006630         MOVE 'EARTH' TO WS-FIND-DEST
006640     END-IF.
006650     PERFORM 2110-FIND-DEST
006660         THRU 2110-FIND-DEST-EXIT.
006670     IF WS-DEST-SUB = ZERO
006680         GO TO 2100-POST-ONE-RUN-EXIT
006690     END-IF.
006700     PERFORM 2200-POST-HISTORY-DAY
006710         THRU 2200-POST-HISTORY-DAY-EXIT.
006720     IF FH-RUN-DATE(1:7) = ML-MONTH (1)
006730         PERFORM 2300-POST-ACTUAL-DAY
006740             THRU 2300-POST-ACTUAL-DAY-EXIT
006750     END-IF.
006760 2100-POST-ONE-RUN-EXIT.
006770     EXIT.
006780*-----------------------------------------------------------------
006790*    2110-FIND-DEST - LOCATE WS-FIND-DEST IN THE DESTINATION
006800*    TABLE, ADDING IT IF NEW. LEAVES WS-DEST-SUB AT ZERO WHEN
006810*    THE TABLE IS FULL.
006820*-----------------------------------------------------------------
006830 2110-FIND-DEST.
006840     MOVE ZERO TO WS-DEST-SUB.
006850     MOVE 1 TO WS-DEST-SCAN.
006860     PERFORM 2120-TEST-DEST-ENTRY
006870         THRU 2120-TEST-DEST-ENTRY-EXIT
006880         UNTIL WS-DEST-SUB > ZERO
006890            OR WS-DEST-SCAN > WS-DEST-COUNT.
006900     IF WS-DEST-SUB > ZERO
006910         GO TO 2110-FIND-DEST-EXIT
006920     END-IF.
006930     IF WS-DEST-COUNT NOT < WS-DEST-MAX
006940         DISPLAY "FUELFCST: MORE THAN " WS-DEST-MAX
006950             " DESTINATIONS - " WS-FIND-DEST " IGNORED"
006960         GO TO 2110-FIND-DEST-EXIT
006970     END-IF.
006980     ADD 1 TO WS-DEST-COUNT.
006990     MOVE WS-DEST-COUNT TO WS-DEST-SUB.
007000     MOVE WS-FIND-DEST TO DS-DEST-CODE (WS-DEST-SUB).
007010     MOVE 'N' TO DS-RATE-WARNED-SW (WS-DEST-SUB).
007020     MOVE ZERO TO DS-HIST-COUNT (WS-DEST-SUB).
007030     MOVE ZERO TO DS-ACTUAL-COUNT (WS-DEST-SUB).
007040     MOVE ZERO TO DS-AVG-MASS (WS-DEST-SUB).
007050     MOVE ZERO TO DS-AVG-COUNT (WS-DEST-SUB).
007060     MOVE ZERO TO DS-PROJECTED-TOTAL (WS-DEST-SUB).
007070     MOVE ZERO TO DS-BUDGET-SHARE (WS-DEST-SUB).
007080     MOVE ZERO TO DS-RUNNING-VARIANCE (WS-DEST-SUB).
007090     MOVE SPACES TO DS-FIRST-OVER-DATE (WS-DEST-SUB).
007100     MOVE 1 TO WS-MONTH-SUB.
007110     PERFORM 2130-CLEAR-ONE-MONTH
007120         THRU 2130-CLEAR-ONE-MONTH-EXIT
007130         UNTIL WS-MONTH-SUB > WS-MONTH-MAX.
007140 2110-FIND-DEST-EXIT.
007150     EXIT.
007160*-----------------------------------------------------------------
007170*    2120-TEST-DEST-ENTRY - DOES THIS ENTRY MATCH THE
007180*    DESTINATION ASKED FOR
007190*-----------------------------------------------------------------
007200 2120-TEST-DEST-ENTRY.
007210     IF DS-DEST-CODE (WS-DEST-SCAN) = WS-FIND-DEST
007220         MOVE WS-DEST-SCAN TO WS-DEST-SUB
007230     ELSE
007240         ADD 1 TO WS-DEST-SCAN
007250     END-IF.
007260 2120-TEST-DEST-ENTRY-EXIT.
007270     EXIT.
007280*-----------------------------------------------------------------
007290*    2130-CLEAR-ONE-MONTH - EMPTY ONE MONTH OF A NEW ENTRY
007300*-----------------------------------------------------------------
007310 2130-CLEAR-ONE-MONTH.
007320     MOVE 'N' TO MS-BUDGET-SW (WS-DEST-SUB, WS-MONTH-SUB).
007330     MOVE ZERO TO MS-BUDGET (WS-DEST-SUB, WS-MONTH-SUB).
007340     MOVE ZERO TO MS-ACTUAL (WS-DEST-SUB, WS-MONTH-SUB).
007350     MOVE ZERO TO MS-PROJECTED (WS-DEST-SUB, WS-MONTH-SUB).
007360     MOVE SPACES TO MS-OVER-DATE (WS-DEST-SUB, WS-MONTH-SUB).
007370     ADD 1 TO WS-MONTH-SUB.
007380 2130-CLEAR-ONE-MONTH-EXIT.
007390     EXIT.
007400*-----------------------------------------------------------------
007410*    2200-POST-HISTORY-DAY - KEEP THE LATEST PUBLICATION OF
007420*    EACH OF THE DESTINATION'S LAST N BUSINESS DAYS. A LATER
007430*    RECORD FOR A DAY ALREADY HELD (A RERUN OR RESTATEMENT)
007440*    REPLACES IT. WHEN THE LOOKBACK IS FULL A NEWER DAY
007450*    REPLACES THE OLDEST ONE HELD.
007460*-----------------------------------------------------------------
007470 2200-POST-HISTORY-DAY.
007480     MOVE ZERO TO WS-HIST-SUB.
007490     MOVE 1 TO WS-HIST-SCAN.
007500     PERFORM 2210-TEST-HISTORY-DAY
007510         THRU 2210-TEST-HISTORY-DAY-EXIT
007520         UNTIL WS-HIST-SUB > ZERO
007530            OR WS-HIST-SCAN > DS-HIST-COUNT (WS-DEST-SUB).
007540     IF WS-HIST-SUB = ZERO
007550         IF DS-HIST-COUNT (WS-DEST-SUB) < WS-LOOKBACK-DAYS
007560             ADD 1 TO DS-HIST-COUNT (WS-DEST-SUB)
007570             MOVE DS-HIST-COUNT (WS-DEST-SUB) TO WS-HIST-SUB
007580         ELSE
007590             MOVE 1 TO WS-OLDEST-SUB
007600             MOVE 2 TO WS-HIST-SCAN
007610             PERFORM 2220-TEST-OLDEST-DAY
007620                 THRU 2220-TEST-OLDEST-DAY-EXIT
007630                 UNTIL WS-HIST-SCAN > DS-HIST-COUNT (WS-DEST-SUB)
007640             IF FH-RUN-DATE
007650                     < HD-DATE (WS-DEST-SUB, WS-OLDEST-SUB)
007660                 GO TO 2200-POST-HISTORY-DAY-EXIT
007670             END-IF
007680             MOVE WS-OLDEST-SUB TO WS-HIST-SUB
007690         END-IF
007700     END-IF.
007710     MOVE FH-RUN-DATE TO HD-DATE (WS-DEST-SUB, WS-HIST-SUB).
007720     MOVE WS-MASS-TOTAL-IN
007730         TO HD-TOTAL (WS-DEST-SUB, WS-HIST-SUB).
007740     MOVE FH-RECORD-COUNT
007750         TO HD-COUNT (WS-DEST-SUB, WS-HIST-SUB).
007760 2200-POST-HISTORY-DAY-EXIT.
007770     EXIT.
007780*-----------------------------------------------------------------
007790*    2210-TEST-HISTORY-DAY - IS THIS DAY ALREADY HELD
007800*-----------------------------------------------------------------
007810 2210-TEST-HISTORY-DAY.
007820     IF HD-DATE (WS-DEST-SUB, WS-HIST-SCAN) = FH-RUN-DATE
007830         MOVE WS-HIST-SCAN TO WS-HIST-SUB
007840     ELSE
007850         ADD 1 TO WS-HIST-SCAN
007860     END-IF.
007870 2210-TEST-HISTORY-DAY-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900*    2220-TEST-OLDEST-DAY - KEEP THE SUBSCRIPT OF THE OLDEST
007910*    DAY HELD
007920*-----------------------------------------------------------------
007930 2220-TEST-OLDEST-DAY.
007940     IF HD-DATE (WS-DEST-SUB, WS-HIST-SCAN)
007950             < HD-DATE (WS-DEST-SUB, WS-OLDEST-SUB)
007960         MOVE WS-HIST-SCAN TO WS-OLDEST-SUB
007970     END-IF.
007980     ADD 1 TO WS-HIST-SCAN.
007990 2220-TEST-OLDEST-DAY-EXIT.
008000     EXIT.
008010*-----------------------------------------------------------------
008020*    2300-POST-ACTUAL-DAY - KEEP THE LATEST PUBLICATION OF EACH
008030*    DAY ALREADY PUBLISHED IN THE FIRST FORECAST MONTH
008040*-----------------------------------------------------------------
008050 2300-POST-ACTUAL-DAY.
008060     MOVE ZERO TO WS-ACTUAL-SUB.
008070     MOVE 1 TO WS-ACTUAL-SCAN.
008080     PERFORM 2310-TEST-ACTUAL-DAY
008090         THRU 2310-TEST-ACTUAL-DAY-EXIT
008100         UNTIL WS-ACTUAL-SUB > ZERO
008110            OR WS-ACTUAL-SCAN > DS-ACTUAL-COUNT (WS-DEST-SUB).
008120     IF WS-ACTUAL-SUB = ZERO
008130         IF DS-ACTUAL-COUNT (WS-DEST-SUB) NOT < 31
008140             GO TO 2300-POST-ACTUAL-DAY-EXIT
008150         END-IF
008160         ADD 1 TO DS-ACTUAL-COUNT (WS-DEST-SUB)
008170         MOVE DS-ACTUAL-COUNT (WS-DEST-SUB) TO WS-ACTUAL-SUB
008180     END-IF.
008190     MOVE FH-RUN-DATE TO AD-DATE (WS-DEST-SUB, WS-ACTUAL-SUB).
008200     MOVE WS-MASS-TOTAL-IN
008210         TO AD-TOTAL (WS-DEST-SUB, WS-ACTUAL-SUB).
008220 2300-POST-ACTUAL-DAY-EXIT.
008230     EXIT.
008240*-----------------------------------------------------------------
008250*    2310-TEST-ACTUAL-DAY - IS THIS DAY ALREADY HELD
008260*-----------------------------------------------------------------
008270 2310-TEST-ACTUAL-DAY.
008280     IF AD-DATE (WS-DEST-SUB, WS-ACTUAL-SCAN) = FH-RUN-DATE
008290         MOVE WS-ACTUAL-SCAN TO WS-ACTUAL-SUB
008300     ELSE
008310         ADD 1 TO WS-ACTUAL-SCAN
008320     END-IF.
008330 2310-TEST-ACTUAL-DAY-EXIT.
008340     EXIT.
008350*-----------------------------------------------------------------
008360*    3000-LOAD-BUDGETS - READ THE BUDGET FILE, KEEPING THE
008370*    PLANNED FUEL FOR EACH DESTINATION'S FORECAST MONTHS. A
008380*    DESTINATION BUDGETED BUT NEVER SEEN ON THE HISTORY IS
008390*    STILL FORECAST, AT ZERO, SO THE GAP SHOWS.
008400*-----------------------------------------------------------------
008410 3000-LOAD-BUDGETS.
008420     PERFORM 3010-READ-ONE-BUDGET
008430         THRU 3010-READ-ONE-BUDGET-EXIT
008440         UNTIL END-OF-FUELBDGT-FILE.
008450     CLOSE FUELBDGT.
008460 3000-LOAD-BUDGETS-EXIT.
008470     EXIT.
008480*-----------------------------------------------------------------
008490*    3010-READ-ONE-BUDGET - NEXT BUDGET RECORD. ONE OUTSIDE THE
008500*    FORECAST MONTHS IS SKIPPED; A REPEATED DESTINATION AND
008510*    MONTH REPLACES THE EARLIER FIGURE WITH A WARNING.
008520*-----------------------------------------------------------------
008530 3010-READ-ONE-BUDGET.
008540     READ FUELBDGT
008550         AT END
008560             MOVE 'Y' TO WS-FUELBDGT-EOF
008570             GO TO 3010-READ-ONE-BUDGET-EXIT
008580     END-READ.
008590     IF BG-PLANNED-FUEL IS NOT NUMERIC
008600             OR BG-DEST-CODE = SPACES
008610         DISPLAY "FUELFCST: UNUSABLE BUDGET RECORD FOR "
008620             BG-DEST-CODE " " BG-MONTH " - IGNORED"
008630         ADD 1 TO WS-REJECTED-COUNT
008640         GO TO 3010-READ-ONE-BUDGET-EXIT
008650     END-IF.
008660     MOVE ZERO TO WS-MONTH-SUB.
008670     MOVE 1 TO WS-MONTH-SCAN.
008680     PERFORM 3020-TEST-MONTH-ENTRY
008690         THRU 3020-TEST-MONTH-ENTRY-EXIT
008700         UNTIL WS-MONTH-SUB > ZERO
008710            OR WS-MONTH-SCAN > WS-MONTH-COUNT.
008720     IF WS-MONTH-SUB = ZERO
008730         GO TO 3010-READ-ONE-BUDGET-EXIT
008740     END-IF.
008750     MOVE BG-DEST-CODE TO WS-FIND-DEST.
008760     PERFORM 2110-FIND-DEST
008770         THRU 2110-FIND-DEST-EXIT.
008780     IF WS-DEST-SUB = ZERO
008790         GO TO 3010-READ-ONE-BUDGET-EXIT
008800     END-IF.
008810     IF MS-BUDGET-SW (WS-DEST-SUB, WS-MONTH-SUB) = 'Y'
008820         DISPLAY "FUELFCST: REPEATED BUDGET FOR "
008830             BG-DEST-CODE " " BG-MONTH " - LATER FIGURE USED"
008840     END-IF.
008850     ADD 1 TO WS-BUDGET-COUNT.
008860     MOVE 'Y' TO MS-BUDGET-SW (WS-DEST-SUB, WS-MONTH-SUB).
008870     MOVE BG-PLANNED-FUEL
008880         TO MS-BUDGET (WS-DEST-SUB, WS-MONTH-SUB).
008890 3010-READ-ONE-BUDGET-EXIT.
008900     EXIT.
008910*-----------------------------------------------------------------
008920*    3020-TEST-MONTH-ENTRY - DOES THIS FORECAST MONTH MATCH THE
008930*    BUDGET RECORD'S MONTH
008940*-----------------------------------------------------------------
008950 3020-TEST-MONTH-ENTRY.
008960     IF ML-MONTH (WS-MONTH-SCAN) = BG-MONTH
008970         MOVE WS-MONTH-SCAN TO WS-MONTH-SUB
008980     ELSE
008990         ADD 1 TO WS-MONTH-SCAN
009000     END-IF.
009010 3020-TEST-MONTH-ENTRY-EXIT.
009020     EXIT.
009030*-----------------------------------------------------------------
009040*    4000-FORECAST-DESTINATIONS - ONE REPORT GROUP PER
009050*    DESTINATION
009060*-----------------------------------------------------------------
009070 4000-FORECAST-DESTINATIONS.
009080     MOVE WS-DAY-HEADING TO WS-COLUMN-HEADING.
009090     MOVE 1 TO WS-DEST-SUB.
009100     PERFORM 4010-FORECAST-ONE-DEST
009110         THRU 4010-FORECAST-ONE-DEST-EXIT
009120         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
009130 4000-FORECAST-DESTINATIONS-EXIT.
009140     EXIT.
009150*-----------------------------------------------------------------
009160*    4010-FORECAST-ONE-DEST - FORM THE BASELINE, PROJECT EACH
009170*    DAY OF THE HORIZON, THEN CLOSE THE GROUP WITH ITS MONTHS
009180*    AND ITS FIRST OVER-BUDGET DATE. EACH DESTINATION STARTS
009190*    ON A NEW PAGE.
009200*-----------------------------------------------------------------
009210 4010-FORECAST-ONE-DEST.
009220     PERFORM 4100-FORM-BASELINE
009230         THRU 4100-FORM-BASELINE-EXIT.
009240     PERFORM 4050-TOTAL-ACTUALS
009250         THRU 4050-TOTAL-ACTUALS-EXIT.
009260     MOVE 999 TO WS-LINE-COUNT.
009270     MOVE DS-DEST-CODE (WS-DEST-SUB) TO DH-DEST-CODE.
009280     MOVE DS-HIST-COUNT (WS-DEST-SUB) TO DH-HIST-COUNT.
009290     MOVE DS-AVG-COUNT (WS-DEST-SUB) TO DH-AVG-COUNT.
009300     MOVE DS-AVG-MASS (WS-DEST-SUB) TO DH-AVG-MASS.
009310     MOVE SPACES TO DH-NOTE.
009320     IF DS-HIST-COUNT (WS-DEST-SUB) = ZERO
009330         MOVE '*NO HISTORY*' TO DH-NOTE
009340         ADD 1 TO WS-NO-HISTORY-COUNT
009350     END-IF.
009360     MOVE WS-DEST-HEADING-LINE TO WS-PRINT-LINE.
009370     PERFORM 8100-PRINT-LINE
009380         THRU 8100-PRINT-LINE-EXIT.
009390     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
009400     PERFORM 8100-PRINT-LINE
009410         THRU 8100-PRINT-LINE-EXIT.
009420     MOVE WS-RUN-YYYY TO WS-WORK-YYYY.
009430     MOVE WS-RUN-MM TO WS-WORK-MM.
009440     MOVE WS-RUN-DD TO WS-WORK-DD.
009450     MOVE ZERO TO WS-DAY-COUNT.
009460     PERFORM 4200-PROJECT-ONE-DAY
009470         THRU 4200-PROJECT-ONE-DAY-EXIT
009480         UNTIL WS-DAY-COUNT NOT < WS-HORIZON-DAYS.
009490     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
009500     PERFORM 8100-PRINT-LINE
009510         THRU 8100-PRINT-LINE-EXIT.
009520     MOVE 1 TO WS-MONTH-SUB.
009530     PERFORM 4300-PRINT-ONE-MONTH
009540         THRU 4300-PRINT-ONE-MONTH-EXIT
009550         UNTIL WS-MONTH-SUB > WS-MONTH-COUNT.
009560     MOVE DS-FIRST-OVER-DATE (WS-DEST-SUB) TO DT-FIRST-OVER-DATE.
009570     IF DS-FIRST-OVER-DATE (WS-DEST-SUB) = SPACES
009580         MOVE 'NONE' TO DT-FIRST-OVER-DATE
009590     ELSE
009600         ADD 1 TO WS-OVER-BUDGET-COUNT
009610     END-IF.
009620     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
009630     PERFORM 8100-PRINT-LINE
009640         THRU 8100-PRINT-LINE-EXIT.
009650     MOVE WS-DEST-TOTAL-LINE TO WS-PRINT-LINE.
009660     PERFORM 8100-PRINT-LINE
009670         THRU 8100-PRINT-LINE-EXIT.
009680     ADD DS-PROJECTED-TOTAL (WS-DEST-SUB) TO WS-GRAND-PROJECTED.
009690     ADD 1 TO WS-DEST-SUB.
009700 4010-FORECAST-ONE-DEST-EXIT.
009710     EXIT.
009720*-----------------------------------------------------------------
009730*    4050-TOTAL-ACTUALS - THE FIRST FORECAST MONTH'S DAYS
009740*    ALREADY PUBLISHED START ITS MONTH-TO-DATE DEMAND
009750*-----------------------------------------------------------------
009760 4050-TOTAL-ACTUALS.
009770     MOVE 1 TO WS-ACTUAL-SCAN.
009780     PERFORM 4060-ADD-ONE-ACTUAL
009790         THRU 4060-ADD-ONE-ACTUAL-EXIT
009800         UNTIL WS-ACTUAL-SCAN > DS-ACTUAL-COUNT (WS-DEST-SUB).
009810 4050-TOTAL-ACTUALS-EXIT.
009820     EXIT.
009830*-----------------------------------------------------------------
009840*    4060-ADD-ONE-ACTUAL - ONE PUBLISHED DAY INTO MONTH ONE
009850*-----------------------------------------------------------------
009860 4060-ADD-ONE-ACTUAL.
009870     ADD AD-TOTAL (WS-DEST-SUB, WS-ACTUAL-SCAN)
009880         TO MS-ACTUAL (WS-DEST-SUB, 1).
009890     ADD 1 TO WS-ACTUAL-SCAN.
009900 4060-ADD-ONE-ACTUAL-EXIT.
009910     EXIT.
009920*-----------------------------------------------------------------
009930*    4100-FORM-BASELINE - TURN EACH LOOKBACK DAY'S PUBLISHED
009940*    FUEL BACK INTO THE MASS THAT PRODUCED IT, USING THE RATES
009950*    IN EFFECT THAT DAY. SIMPLE FUEL IS MASS / DIVISOR LESS
009960*    THE SUBTRAHEND PER MODULE, SO THE DAY'S MASS IS
009970*    (FUEL + MODULES * SUBTRAHEND) * DIVISOR. THE BASELINE IS
009980*    THE AVERAGE DAILY MASS AND MODULE COUNT, FREE OF ANY RATE
009990*    CHANGE INSIDE THE LOOKBACK.
010000*-----------------------------------------------------------------
010010 4100-FORM-BASELINE.
010020     MOVE ZERO TO WS-SUM-MASS.
010030     MOVE ZERO TO WS-SUM-COUNT.
010040     IF DS-HIST-COUNT (WS-DEST-SUB) = ZERO
010050         GO TO 4100-FORM-BASELINE-EXIT
010060     END-IF.
010070     MOVE 1 TO WS-HIST-SCAN.
010080     PERFORM 4110-REBASE-ONE-DAY
010090         THRU 4110-REBASE-ONE-DAY-EXIT
010100         UNTIL WS-HIST-SCAN > DS-HIST-COUNT (WS-DEST-SUB).
010110     COMPUTE DS-AVG-MASS (WS-DEST-SUB) ROUNDED =
010120         WS-SUM-MASS / DS-HIST-COUNT (WS-DEST-SUB).
010130     COMPUTE DS-AVG-COUNT (WS-DEST-SUB) ROUNDED =
010140         WS-SUM-COUNT / DS-HIST-COUNT (WS-DEST-SUB).
010150 4100-FORM-BASELINE-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------------
010180*    4110-REBASE-ONE-DAY - ONE LOOKBACK DAY'S MASS
010190*-----------------------------------------------------------------
010200 4110-REBASE-ONE-DAY.
010210     MOVE DS-DEST-CODE (WS-DEST-SUB) TO WS-RATE-DEST.
010220     MOVE HD-DATE (WS-DEST-SUB, WS-HIST-SCAN) TO WS-RATE-DATE.
010230     PERFORM 5000-FIND-RATE
010240         THRU 5000-FIND-RATE-EXIT.
010250     COMPUTE WS-IMPLIED-MASS =
010260         (HD-TOTAL (WS-DEST-SUB, WS-HIST-SCAN)
010270           + HD-COUNT (WS-DEST-SUB, WS-HIST-SCAN)
010280             * WS-RATE-SUBTRAHEND)
010290         * WS-RATE-DIVISOR.
010300     ADD WS-IMPLIED-MASS TO WS-SUM-MASS.
010310     ADD HD-COUNT (WS-DEST-SUB, WS-HIST-SCAN) TO WS-SUM-COUNT.
010320     ADD 1 TO WS-HIST-SCAN.
010330 4110-REBASE-ONE-DAY-EXIT.
010340     EXIT.
010350*-----------------------------------------------------------------
010360*    4200-PROJECT-ONE-DAY - ADVANCE ONE DAY, PRICE THE BASELINE
010370*    AT THAT DAY'S RATES, AND CARRY IT INTO THE MONTH'S DEMAND
010380*    AND THE RUNNING VARIANCE. THE DAY'S SHARE OF BUDGET IS
010390*    THE MONTH'S BUDGET SPREAD EVENLY OVER ITS DAYS. THE FIRST
010400*    DAY THE MONTH'S DEMAND (PUBLISHED PLUS PROJECTED) PASSES
010410*    THE MONTH'S BUDGET IS THE MONTH'S OVER-BUDGET DATE.
010420*-----------------------------------------------------------------
010430 4200-PROJECT-ONE-DAY.
010440     PERFORM 6000-NEXT-DATE
010450         THRU 6000-NEXT-DATE-EXIT.
010460     ADD 1 TO WS-DAY-COUNT.
010470     MOVE SPACES TO WS-DAY-FLAGS.
010480     MOVE DS-DEST-CODE (WS-DEST-SUB) TO WS-RATE-DEST.
010490     MOVE WS-WORK-DATE TO WS-RATE-DATE.
010500     PERFORM 5000-FIND-RATE
010510         THRU 5000-FIND-RATE-EXIT.
010520     IF WS-RATE-EFF-DATE = WS-WORK-DATE
010530         MOVE '*RATE*' TO WS-DAY-FLAGS(1:6)
010540     END-IF.
010550     COMPUTE WS-DAY-PROJECTED ROUNDED =
010560         DS-AVG-MASS (WS-DEST-SUB) / WS-RATE-DIVISOR
010570         - DS-AVG-COUNT (WS-DEST-SUB) * WS-RATE-SUBTRAHEND.
010580     MOVE 1 TO WS-MONTH-SUB.
010590     PERFORM 4210-TEST-DAY-MONTH
010600         THRU 4210-TEST-DAY-MONTH-EXIT
010610         UNTIL WS-MONTH-SUB NOT < WS-MONTH-COUNT
010620            OR ML-MONTH (WS-MONTH-SUB) = WS-WORK-DATE(1:7).
010630     ADD WS-DAY-PROJECTED
010640         TO MS-PROJECTED (WS-DEST-SUB, WS-MONTH-SUB).
010650     ADD WS-DAY-PROJECTED TO DS-PROJECTED-TOTAL (WS-DEST-SUB).
010660     COMPUTE WS-MONTH-DEMAND =
010670         MS-ACTUAL (WS-DEST-SUB, WS-MONTH-SUB)
010680         + MS-PROJECTED (WS-DEST-SUB, WS-MONTH-SUB).
010690     PERFORM 6100-DAYS-IN-MONTH
010700         THRU 6100-DAYS-IN-MONTH-EXIT.
010710     COMPUTE WS-DAY-BUDGET ROUNDED =
010720         MS-BUDGET (WS-DEST-SUB, WS-MONTH-SUB) / WS-MONTH-DAYS.
010730     ADD WS-DAY-BUDGET TO DS-BUDGET-SHARE (WS-DEST-SUB).
010740     COMPUTE DS-RUNNING-VARIANCE (WS-DEST-SUB) =
010750         DS-RUNNING-VARIANCE (WS-DEST-SUB)
010760         + WS-DAY-PROJECTED - WS-DAY-BUDGET.
010770     IF MS-BUDGET-SW (WS-DEST-SUB, WS-MONTH-SUB) NOT = 'Y'
010780         MOVE '*NO BUDGET*' TO WS-DAY-FLAGS(8:11)
010790     ELSE
010800         IF WS-MONTH-DEMAND
010810                 > MS-BUDGET (WS-DEST-SUB, WS-MONTH-SUB)
010820                 AND MS-OVER-DATE (WS-DEST-SUB, WS-MONTH-SUB)
010830                     = SPACES
010840             MOVE WS-WORK-DATE
010850                 TO MS-OVER-DATE (WS-DEST-SUB, WS-MONTH-SUB)
010860             MOVE '*OVER*' TO WS-DAY-FLAGS(8:6)
010870             IF DS-FIRST-OVER-DATE (WS-DEST-SUB) = SPACES
010880                 MOVE WS-WORK-DATE
010890                     TO DS-FIRST-OVER-DATE (WS-DEST-SUB)
010900             END-IF
010910         END-IF
010920     END-IF.
010930     MOVE WS-WORK-DATE TO FD-DATE.
010940     MOVE WS-RATE-DIVISOR TO FD-DIVISOR.
010950     MOVE WS-RATE-SUBTRAHEND TO FD-SUBTRAHEND.
010960     MOVE WS-DAY-PROJECTED TO FD-PROJECTED.
010970     MOVE WS-MONTH-DEMAND TO FD-MONTH-DEMAND.
010980     MOVE MS-BUDGET (WS-DEST-SUB, WS-MONTH-SUB)
010990         TO FD-MONTH-BUDGET.
011000     MOVE WS-DAY-BUDGET TO FD-DAY-BUDGET.
011010     MOVE DS-RUNNING-VARIANCE (WS-DEST-SUB)
011020         TO FD-RUNNING-VARIANCE.
011030     MOVE WS-DAY-FLAGS TO FD-FLAGS.
011040     MOVE WS-DAY-LINE TO WS-PRINT-LINE.
011050     PERFORM 8100-PRINT-LINE
011060         THRU 8100-PRINT-LINE-EXIT.
011070 4200-PROJECT-ONE-DAY-EXIT.
011080     EXIT.
011090*-----------------------------------------------------------------
011100*    4210-TEST-DAY-MONTH - STEP TO THE NEXT FORECAST MONTH
011110*-----------------------------------------------------------------
011120 4210-TEST-DAY-MONTH.
011130     ADD 1 TO WS-MONTH-SUB.
011140 4210-TEST-DAY-MONTH-EXIT.
011150     EXIT.
011160*-----------------------------------------------------------------
011170*    4300-PRINT-ONE-MONTH - ONE FORECAST MONTH: PUBLISHED AND
011180*    PROJECTED DEMAND AGAINST THE MONTH'S BUDGET. A MONTH WITH
011190*    NO BUDGET RECORD IS COUNTED AND FLAGGED.
011200*-----------------------------------------------------------------
011210 4300-PRINT-ONE-MONTH.
011220     MOVE ML-MONTH (WS-MONTH-SUB) TO MN-MONTH.
011230     MOVE MS-ACTUAL (WS-DEST-SUB, WS-MONTH-SUB) TO MN-ACTUAL.
011240     MOVE MS-PROJECTED (WS-DEST-SUB, WS-MONTH-SUB)
011250         TO MN-PROJECTED.
011260     MOVE MS-BUDGET (WS-DEST-SUB, WS-MONTH-SUB) TO MN-BUDGET.
011270     COMPUTE WS-MONTH-VARIANCE =
011280         MS-ACTUAL (WS-DEST-SUB, WS-MONTH-SUB)
011290         + MS-PROJECTED (WS-DEST-SUB, WS-MONTH-SUB)
011300         - MS-BUDGET (WS-DEST-SUB, WS-MONTH-SUB).
011310     MOVE WS-MONTH-VARIANCE TO MN-VARIANCE.
011320     MOVE SPACES TO MN-NOTE.
011330     IF MS-BUDGET-SW (WS-DEST-SUB, WS-MONTH-SUB) NOT = 'Y'
011340         MOVE '*NO BUDGET*' TO MN-NOTE
011350         ADD 1 TO WS-NO-BUDGET-COUNT
011360     ELSE
011370         IF MS-OVER-DATE (WS-DEST-SUB, WS-MONTH-SUB)
011380                 NOT = SPACES
011390             STRING 'OVER ON ' DELIMITED BY SIZE
011400                 MS-OVER-DATE (WS-DEST-SUB, WS-MONTH-SUB)
011410                     DELIMITED BY SIZE
011420                 INTO MN-NOTE
011430         END-IF
011440     END-IF.
011450     MOVE WS-MONTH-LINE TO WS-PRINT-LINE.
011460     PERFORM 8100-PRINT-LINE
011470         THRU 8100-PRINT-LINE-EXIT.
011480     ADD 1 TO WS-MONTH-SUB.
011490 4300-PRINT-ONE-MONTH-EXIT.
011500     EXIT.
011510*-----------------------------------------------------------------
011520*    5000-FIND-RATE - THE RATES IN EFFECT FOR WS-RATE-DEST ON
011530*    WS-RATE-DATE, SELECTED AS MASSCALC SELECTS THEM. A
011540*    DESTINATION WITH NO RATE IN EFFECT IS PRICED AT THE
011550*    STANDARD PROFILE, WARNED ONCE, AND FLAGS THE STEP RC 8.
011560*-----------------------------------------------------------------
011570 5000-FIND-RATE.
011580     MOVE 3 TO WS-RATE-DIVISOR.
011590     MOVE 2 TO WS-RATE-SUBTRAHEND.
011600     MOVE SPACES TO WS-RATE-EFF-DATE.
011610     MOVE 'N' TO WS-RATE-FOUND-SW.
011620     IF WS-RATE-DEST = SPACES OR WS-RATE-DEST = 'EARTH'
011630         GO TO 5000-FIND-RATE-EXIT
011640     END-IF.
011650     MOVE 1 TO WS-RATE-SCAN.
011660     PERFORM 5010-TEST-RATE-ENTRY
011670         THRU 5010-TEST-RATE-ENTRY-EXIT
011680         UNTIL WS-RATE-SCAN > WS-RATE-COUNT.
011690     IF RATE-RECORD-FOUND
011700         GO TO 5000-FIND-RATE-EXIT
011710     END-IF.
011720     IF DS-RATE-WARNED-SW (WS-DEST-SUB) NOT = 'Y'
011730         DISPLAY "FUELFCST: NO RATE IN EFFECT ON "
011740             WS-RATE-DATE " FOR " WS-RATE-DEST
011750             " - STANDARD RATES USED"
011760         MOVE 'Y' TO DS-RATE-WARNED-SW (WS-DEST-SUB)
011770     END-IF.
011780     IF RETURN-CODE < 8
011790         MOVE 8 TO RETURN-CODE
011800     END-IF.
011810 5000-FIND-RATE-EXIT.
011820     EXIT.
011830*-----------------------------------------------------------------
011840*    5010-TEST-RATE-ENTRY - KEEP THIS RATE WHEN IT IS FOR THE
011850*    DESTINATION, IN EFFECT ON THE DATE, AND LATER THAN THE
011860*    BEST SEEN SO FAR
011870*-----------------------------------------------------------------
011880 5010-TEST-RATE-ENTRY.
011890     IF RT-DEST-CODE (WS-RATE-SCAN) = WS-RATE-DEST
011900             AND RT-EFF-DATE (WS-RATE-SCAN) NOT > WS-RATE-DATE
011910         IF NOT RATE-RECORD-FOUND
011920                 OR RT-EFF-DATE (WS-RATE-SCAN) > WS-RATE-EFF-DATE
011930             MOVE RT-EFF-DATE (WS-RATE-SCAN) TO WS-RATE-EFF-DATE
011940             MOVE RT-DIVISOR (WS-RATE-SCAN) TO WS-RATE-DIVISOR
011950             MOVE RT-SUBTRAHEND (WS-RATE-SCAN)
011960                 TO WS-RATE-SUBTRAHEND
011970             SET RATE-RECORD-FOUND TO TRUE
011980         END-IF
011990     END-IF.
012000     ADD 1 TO WS-RATE-SCAN.
012010 5010-TEST-RATE-ENTRY-EXIT.
012020     EXIT.
012030*-----------------------------------------------------------------
012040*    6000-NEXT-DATE - ADVANCE WS-WORK-DATE ONE CALENDAR DAY,
012050*    ROLLING THE MONTH AND YEAR AS NEEDED
012060*-----------------------------------------------------------------
012070 6000-NEXT-DATE.
012080     ADD 1 TO WS-WORK-DD.
012090     PERFORM 6100-DAYS-IN-MONTH
012100         THRU 6100-DAYS-IN-MONTH-EXIT.
012110     IF WS-WORK-DD > WS-MONTH-DAYS
012120         MOVE 1 TO WS-WORK-DD
012130         ADD 1 TO WS-WORK-MM
012140         IF WS-WORK-MM > 12
012150             MOVE 1 TO WS-WORK-MM
012160             ADD 1 TO WS-WORK-YYYY
012170         END-IF
012180     END-IF.
012190 6000-NEXT-DATE-EXIT.
012200     EXIT.
012210*-----------------------------------------------------------------
012220*    6100-DAYS-IN-MONTH - NUMBER OF DAYS IN WS-WORK-DATE'S
012230*    MONTH. FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY 4, EXCEPT
012240*    A CENTURY YEAR NOT DIVISIBLE BY 400.
012250*-----------------------------------------------------------------
012260 6100-DAYS-IN-MONTH.
012270     MOVE WS-MONTH-LENGTH (WS-WORK-MM) TO WS-MONTH-DAYS.
012280     IF WS-WORK-MM NOT = 2
012290         GO TO 6100-DAYS-IN-MONTH-EXIT
012300     END-IF.
012310     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
012320         REMAINDER WS-LEAP-REM-4.
012330     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
012340         REMAINDER WS-LEAP-REM-100.
012350     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
012360         REMAINDER WS-LEAP-REM-400.
012370     IF WS-LEAP-REM-4 = ZERO
012380         IF WS-LEAP-REM-100 NOT = ZERO
012390                 OR WS-LEAP-REM-400 = ZERO
012400             MOVE 29 TO WS-MONTH-DAYS
012410         END-IF
012420     END-IF.
012430 6100-DAYS-IN-MONTH-EXIT.
012440     EXIT.
012450*-----------------------------------------------------------------
012460*    8100-PRINT-LINE - WRITE THE LINE BUILT IN WS-PRINT-LINE,
012470*    BREAKING TO A NEW PAGE FIRST WHEN THE PAGE IS FULL
012480*-----------------------------------------------------------------
012490 8100-PRINT-LINE.
012500     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
012510         PERFORM 8200-PRINT-HEADINGS
012520             THRU 8200-PRINT-HEADINGS-EXIT
012530     END-IF.
012540     WRITE PRINT-RECORD FROM WS-PRINT-LINE
012550         AFTER ADVANCING 1 LINE.
012560     ADD 1 TO WS-LINE-COUNT.
012570 8100-PRINT-LINE-EXIT.
012580     EXIT.
012590*-----------------------------------------------------------------
012600*    8200-PRINT-HEADINGS - START A NEW PAGE WITH THE REPORT
012610*    HEADING AND THE CURRENT SECTION'S COLUMN HEADING
012620*-----------------------------------------------------------------
012630 8200-PRINT-HEADINGS.
012640     ADD 1 TO WS-PAGE-NUMBER.
012650     MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE.
012660     MOVE WS-FIRST-FCST-DATE TO H1-FIRST-DATE.
012670     MOVE WS-LAST-FCST-DATE TO H1-LAST-DATE.
012680     MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER.
012690     IF WS-PAGE-NUMBER = 1
012700         WRITE PRINT-RECORD FROM WS-HEADING-1
012710             AFTER ADVANCING 1 LINE
012720     ELSE
012730         WRITE PRINT-RECORD FROM WS-HEADING-1
012740             AFTER ADVANCING PAGE
012750     END-IF.
012760     WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
012770         AFTER ADVANCING 1 LINE.
012780     WRITE PRINT-RECORD FROM WS-BLANK-LINE
012790         AFTER ADVANCING 1 LINE.
012800     MOVE 3 TO WS-LINE-COUNT.
012810 8200-PRINT-HEADINGS-EXIT.
012820     EXIT.
012830*-----------------------------------------------------------------
012840*    8300-PRINT-SUMMARY-COUNT - ONE LABELLED COUNT ON THE
012850*    SUMMARY PAGE
012860*-----------------------------------------------------------------
012870 8300-PRINT-SUMMARY-COUNT.
012880     MOVE WS-SUMMARY-COUNT-LINE TO WS-PRINT-LINE.
012890     PERFORM 8100-PRINT-LINE
012900         THRU 8100-PRINT-LINE-EXIT.
012910 8300-PRINT-SUMMARY-COUNT-EXIT.
012920     EXIT.
012930*-----------------------------------------------------------------
012940*    9000-TERMINATE - PRINT THE SUMMARY PAGE, SET THE RETURN
012950*    CODE, CLOSE FILES, AND LOG THE RUN. A DESTINATION GOING
012960*    OVER BUDGET, A FORECAST MONTH WITH NO BUDGET, OR A
012970*    DESTINATION WITH NO HISTORY ENDS THE STEP RC 4; A
012980*    DESTINATION PRICED WITHOUT A RATE HAS ALREADY SET 8.
012990*-----------------------------------------------------------------
013000 9000-TERMINATE.
013010     MOVE WS-SUMMARY-HEADING TO WS-COLUMN-HEADING.
013020     MOVE 999 TO WS-LINE-COUNT.
013030     MOVE 1 TO WS-DEST-SUB.
013040     PERFORM 9010-PRINT-ONE-SUMMARY
013050         THRU 9010-PRINT-ONE-SUMMARY-EXIT
013060         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
013070     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
013080     PERFORM 8100-PRINT-LINE
013090         THRU 8100-PRINT-LINE-EXIT.
013100     MOVE 'HISTORY RECORDS READ' TO SM-LABEL.
013110     MOVE WS-HISTORY-COUNT TO SM-COUNT.
013120     PERFORM 8300-PRINT-SUMMARY-COUNT
013130         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
013140     MOVE 'BUDGET RECORDS USED' TO SM-LABEL.
013150     MOVE WS-BUDGET-COUNT TO SM-COUNT.
013160     PERFORM 8300-PRINT-SUMMARY-COUNT
013170         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
013180     MOVE 'RECORDS REJECTED' TO SM-LABEL.
013190     MOVE WS-REJECTED-COUNT TO SM-COUNT.
013200     PERFORM 8300-PRINT-SUMMARY-COUNT
013210         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
013220     MOVE 'DESTINATIONS OVER BUDGET' TO SM-LABEL.
013230     MOVE WS-OVER-BUDGET-COUNT TO SM-COUNT.
013240     PERFORM 8300-PRINT-SUMMARY-COUNT
013250         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
013260     MOVE 'MONTHS WITH NO BUDGET' TO SM-LABEL.
013270     MOVE WS-NO-BUDGET-COUNT TO SM-COUNT.
013280     PERFORM 8300-PRINT-SUMMARY-COUNT
013290         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
013300     MOVE 'DESTINATIONS WITH NO HISTORY' TO SM-LABEL.
013310     MOVE WS-NO-HISTORY-COUNT TO SM-COUNT.
013320     PERFORM 8300-PRINT-SUMMARY-COUNT
013330         THRU 8300-PRINT-SUMMARY-COUNT-EXIT.
013340     IF WS-OVER-BUDGET-COUNT > ZERO
013350             OR WS-NO-BUDGET-COUNT > ZERO
013360             OR WS-NO-HISTORY-COUNT > ZERO
013370         IF RETURN-CODE < 4
013380             MOVE 4 TO RETURN-CODE
013390         END-IF
013400     END-IF.
013410     CLOSE FCSTRPT.
013420     DISPLAY "FUELFCST: HISTORY RECORDS READ: " WS-HISTORY-COUNT.
013430     DISPLAY "FUELFCST: DESTINATIONS:         " WS-DEST-COUNT.
013440     DISPLAY "FUELFCST: OVER BUDGET:          "
013450         WS-OVER-BUDGET-COUNT.
013460     MOVE 'E' TO RA-PHASE.
013470     MOVE WS-HISTORY-COUNT TO RA-RECORDS-READ.
013480     MOVE WS-REJECTED-COUNT TO RA-RECORDS-REJECTED.
013490     MOVE WS-GRAND-PROJECTED TO RA-FINAL-TOTAL.
013500     MOVE RETURN-CODE TO RA-RETURN-CODE.
013510     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
013520 9000-TERMINATE-EXIT.
013530     EXIT.
013540*-----------------------------------------------------------------
013550*    9010-PRINT-ONE-SUMMARY - ONE DESTINATION'S HORIZON TOTALS
013560*-----------------------------------------------------------------
013570 9010-PRINT-ONE-SUMMARY.
013580     MOVE DS-DEST-CODE (WS-DEST-SUB) TO SL-DEST-CODE.
013590     MOVE DS-HIST-COUNT (WS-DEST-SUB) TO SL-HIST-COUNT.
013600     MOVE DS-PROJECTED-TOTAL (WS-DEST-SUB) TO SL-PROJECTED.
013610     MOVE DS-BUDGET-SHARE (WS-DEST-SUB) TO SL-BUDGET.
013620     MOVE DS-RUNNING-VARIANCE (WS-DEST-SUB) TO SL-VARIANCE.
013630     MOVE DS-FIRST-OVER-DATE (WS-DEST-SUB) TO SL-FIRST-OVER-DATE.
013640     IF DS-FIRST-OVER-DATE (WS-DEST-SUB) = SPACES
013650         MOVE 'NONE' TO SL-FIRST-OVER-DATE
013660     END-IF.
013670     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
013680     PERFORM 8100-PRINT-LINE
013690         THRU 8100-PRINT-LINE-EXIT.
013700     ADD 1 TO WS-DEST-SUB.
013710 9010-PRINT-ONE-SUMMARY-EXIT.
013720     EXIT.
