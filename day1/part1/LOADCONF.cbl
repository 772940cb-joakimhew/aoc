000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LOADCONF.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    DEPOT LOAD CONFIRMATION RECONCILIATION. THE
000120*                      DEPOT'S CONFIRMATION FILE (TANKER, MODULE,
000130*                      QUANTITY LOADED, SEAL NUMBER, CONFIRM TIME)
000140*                      IS MATCHED AGAINST THE DAY'S FUELLOAD
000150*                      LOADING PLAN. SHORT AND OVER LOADS BEYOND
000160*                      THE PARM TOLERANCE, MODULES LOADED ON A
000170*                      TANKER OTHER THAN THE PLANNED ONE, PLANNED
000180*                      MODULES NEVER CONFIRMED, AND CONFIRMATIONS
000190*                      FOR MODULES NOT ON THE PLAN ARE REPORTED,
000200*                      FOLLOWED BY PLANNED VERSUS ACTUAL
000210*                      UTILIZATION PER TANKER AGAINST ITS
000220*                      CAPACITY. ANY FINDING ENDS RC 4; A MODULE
000230*                      LOADED IN BREACH OF ITS PINASGN SAFETY PIN
000240*                      ENDS RC 8 FOR THE DUTY MANAGER. THE SHARED
000250*                      PREREQCK GATE GUARDS THE RUN AS IN
000260*                      FUELLOAD.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT LOADPLAN ASSIGN TO 'LOADPLAN.DAT'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-LOADPLAN-STATUS.
000340     SELECT DEPOTCNF ASSIGN TO 'DEPOTCNF.DAT'
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-DEPOTCNF-STATUS.
000370     SELECT TANKER ASSIGN TO 'TANKER.DAT'
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-TANKER-STATUS.
000400     SELECT OPTIONAL PINASGN ASSIGN TO 'PINASGN.DAT'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PINASGN-STATUS.
000430     SELECT LCONFRPT ASSIGN TO 'LCONFRPT.DAT'
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470*-----------------------------------------------------------------
000480*    LOADPLAN.DAT - MODULE-TO-TANKER LOADING PLAN WRITTEN BY
000490*    FUELLOAD. DETAIL LINES FIRST (ONE PER MODULE, TANKER NONE
000500*    WHEN IT COULD NOT BE PLACED), THEN THE PER-TANKER SUMMARY
000510*    LINES ENDING 'PCT', THEN THE 'TOTAL' LINE. LAYOUTS MATCH
000520*    WS-PLAN-DETAIL, WS-TANKER-SUMMARY, AND WS-PLAN-TOTAL IN
000530*    FUELLOAD.
000540*-----------------------------------------------------------------
000550 FD  LOADPLAN.
000560 01  LOADPLAN-RECORD.
000570     05  LP-MODULE-ID             PIC X(05).
000580     05  LP-SPACER-1              PIC X(01).
000590     05  LP-MASS                  PIC 9(10).
000600     05  LP-SPACER-2              PIC X(01).
000610     05  LP-FUEL-DEMAND           PIC 9(10).
000620     05  LP-SPACER-3              PIC X(01).
000630     05  LP-TANKER-ID             PIC X(05).
000640     05  FILLER                   PIC X(47).
000650 01  LOADPLAN-SUMMARY-RECORD.
000660     05  LS-TANKER-ID             PIC X(05).
000670     05  LS-SPACER-1              PIC X(01).
000680     05  LS-CAPACITY              PIC 9(10).
000690     05  LS-SPACER-2              PIC X(01).
000700     05  LS-ALLOCATED             PIC 9(10).
000710     05  LS-SPACER-3              PIC X(01).
000720     05  LS-MODULE-COUNT          PIC 9(04).
000730     05  LS-SPACER-4              PIC X(01).
000740     05  LS-UTIL-PCT              PIC X(06).
000750     05  LS-SPACER-5              PIC X(01).
000760     05  LS-PCT-LIT               PIC X(03).
000770     05  FILLER                   PIC X(36).
000780 01  LOADPLAN-TOTAL-RECORD.
000790     05  LT-TOTAL-LIT             PIC X(06).
000800     05  FILLER                   PIC X(74).
000810*-----------------------------------------------------------------
000820*    DEPOTCNF.DAT - DEPOT LOAD CONFIRMATIONS, ONE RECORD PER
000830*    MODULE LOADED: THE TANKER IT WENT ON, THE QUANTITY OF
000840*    FUEL LOADED, THE TANKER SEAL NUMBER, AND WHEN THE DEPOT
000850*    CONFIRMED IT
000860*-----------------------------------------------------------------
000870 FD  DEPOTCNF.
000880 01  DEPOTCNF-RECORD.
000890     05  LC-TANKER-ID             PIC X(05).
000900     05  LC-SPACER-1              PIC X(01).
000910     05  LC-MODULE-ID             PIC X(05).
000920     05  LC-SPACER-2              PIC X(01).
000930     05  LC-QTY-LOADED            PIC 9(10).
000940     05  LC-SPACER-3              PIC X(01).
000950     05  LC-SEAL-NUMBER           PIC X(10).
000960     05  LC-SPACER-4              PIC X(01).
000970     05  LC-CONFIRM-STAMP.
000980         10  LC-CONFIRM-DATE      PIC X(10).
000990         10  LC-SPACER-5          PIC X(01).
001000         10  LC-CONFIRM-TIME      PIC X(08).
001010*-----------------------------------------------------------------
001020*    TANKER.DAT - TANKER FLEET DATASET. LAYOUT MATCHES
001030*    TANKER-RECORD IN FUELLOAD.
001040*-----------------------------------------------------------------
001050 FD  TANKER.
001060 01  TANKER-RECORD.
001070     05  TK-TANKER-ID            PIC X(05).
001080     05  TK-SPACER-1             PIC X(01).
001090     05  TK-CAPACITY             PIC 9(10).
001100*-----------------------------------------------------------------
001110*    PINASGN.DAT - SAFETY PINS, ONE RECORD PER MODULE THAT
001120*    MUST RIDE A SPECIFIC TANKER. LAYOUT MATCHES PINASGN-RECORD
001130*    IN FUELLOAD.
001140*-----------------------------------------------------------------
001150 FD  PINASGN.
001160 01  PINASGN-RECORD.
001170     05  PA-MODULE-ID             PIC X(05).
001180     05  PA-SPACER-1              PIC X(01).
001190     05  PA-TANKER-ID             PIC X(05).
001200*-----------------------------------------------------------------
001210*    LCONFRPT.DAT - 132-CHARACTER RECONCILIATION REPORT
001220*-----------------------------------------------------------------
001230 FD  LCONFRPT.
001240 01  PRINT-RECORD                 PIC X(132).
001250 WORKING-STORAGE SECTION.
001260*-----------------------------------------------------------------
001270*    SWITCHES AND COUNTERS
001280*-----------------------------------------------------------------
001290 01  WS-LOADPLAN-EOF              PIC X(01)   VALUE 'N'.
001300     88  END-OF-LOADPLAN-FILE                 VALUE 'Y'.
001310 01  WS-DEPOTCNF-EOF              PIC X(01)   VALUE 'N'.
001320     88  END-OF-DEPOTCNF-FILE                 VALUE 'Y'.
001330 01  WS-TANKER-EOF                PIC X(01)   VALUE 'N'.
001340     88  END-OF-TANKER-FILE                   VALUE 'Y'.
001350 01  WS-PINASGN-EOF               PIC X(01)   VALUE 'N'.
001360     88  END-OF-PINASGN-FILE                  VALUE 'Y'.
001370 01  WS-LOADPLAN-STATUS           PIC X(02)   VALUE '00'.
001380 01  WS-DEPOTCNF-STATUS           PIC X(02)   VALUE '00'.
001390 01  WS-TANKER-STATUS             PIC X(02)   VALUE '00'.
001400 01  WS-PINASGN-STATUS            PIC X(02)   VALUE '00'.
001410 01  WS-CONFIRM-COUNT             PIC 9(06)   VALUE ZERO.
001420 01  WS-REJECTED-COUNT            PIC 9(06)   VALUE ZERO.
001430 01  WS-SHORT-COUNT               PIC 9(06)   VALUE ZERO.
001440 01  WS-OVER-COUNT                PIC 9(06)   VALUE ZERO.
001450 01  WS-WRONG-TANKER-COUNT        PIC 9(06)   VALUE ZERO.
001460 01  WS-PIN-BREACH-COUNT          PIC 9(06)   VALUE ZERO.
001470 01  WS-UNCONFIRMED-COUNT         PIC 9(06)   VALUE ZERO.
001480 01  WS-UNPLANNED-COUNT           PIC 9(06)   VALUE ZERO.
001490 01  WS-REPEAT-COUNT              PIC 9(06)   VALUE ZERO.
001500 01  WS-UNKNOWN-TANKER-COUNT      PIC 9(06)   VALUE ZERO.
001510 01  WS-OVER-CAPACITY-COUNT       PIC 9(06)   VALUE ZERO.
001520 01  WS-TOTAL-PLANNED             PIC 9(12)   VALUE ZERO.
001530 01  WS-TOTAL-LOADED              PIC 9(12)   VALUE ZERO.
001540*-----------------------------------------------------------------
001550*    LOADING PLAN TABLE - ONE ENTRY PER PLANNED MODULE, WITH
001560*    WHAT THE DEPOT CONFIRMED AGAINST IT
001570*-----------------------------------------------------------------
001580 01  WS-PLAN-MAX                  PIC 9(04)   COMP VALUE 2000.
001590 01  WS-PLAN-COUNT                PIC 9(04)   COMP VALUE ZERO.
001600 01  WS-PLAN-SCAN                 PIC 9(04)   COMP VALUE ZERO.
001610 01  WS-PLAN-SUB                  PIC 9(04)   COMP VALUE ZERO.
001620 01  WS-PLAN-TABLE.
001630     05  WS-PLAN-ENTRY OCCURS 2000 TIMES.
001640         10  PL-MODULE-ID         PIC X(05).
001650         10  PL-TANKER-ID         PIC X(05).
001660         10  PL-DEMAND            PIC 9(10).
001670         10  PL-LOADED            PIC 9(10).
001680         10  PL-CONFIRM-COUNT     PIC 9(04).
001690         10  PL-SEAL-NUMBER       PIC X(10).
001700         10  PL-CONFIRM-TIME      PIC X(08).
001710*-----------------------------------------------------------------
001720*    TANKER FLEET TABLE - CAPACITY FROM TANKER.DAT, PLANNED
001730*    FUEL FROM THE PLAN, ACTUAL FUEL FROM THE CONFIRMATIONS
001740*-----------------------------------------------------------------
001750 01  WS-TANKER-MAX                PIC 9(04)   COMP VALUE 50.
001760 01  WS-TANKER-COUNT              PIC 9(04)   COMP VALUE ZERO.
001770 01  WS-TANKER-SCAN               PIC 9(04)   COMP VALUE ZERO.
001780 01  WS-TANKER-SUB                PIC 9(04)   COMP VALUE ZERO.
001790 01  WS-FIND-TANKER-ID            PIC X(05)   VALUE SPACES.
001800 01  WS-TANKER-TABLE.
001810     05  WS-TANKER-ENTRY OCCURS 50 TIMES.
001820         10  TB-TANKER-ID         PIC X(05).
001830         10  TB-CAPACITY          PIC 9(10).
001840         10  TB-PLANNED           PIC 9(12).
001850         10  TB-ACTUAL            PIC 9(12).
001860*-----------------------------------------------------------------
001870*    SAFETY PIN TABLE - LOADED FROM PINASGN
001880*-----------------------------------------------------------------
001890 01  WS-PIN-MAX                   PIC 9(04)   COMP VALUE 100.
001900 01  WS-PIN-COUNT                 PIC 9(04)   COMP VALUE ZERO.
001910 01  WS-PIN-SCAN                  PIC 9(04)   COMP VALUE ZERO.
001920 01  WS-PIN-SUB                   PIC 9(04)   COMP VALUE ZERO.
001930 01  WS-PIN-TABLE.
001940     05  WS-PIN-ENTRY OCCURS 100 TIMES.
001950         10  PN-MODULE-ID         PIC X(05).
001960         10  PN-TANKER-ID         PIC X(05).
001970*-----------------------------------------------------------------
001980*    QUANTITY COMPARISON - A LOAD WITHIN THE TOLERANCE PERCENT
001990*    OF THE PLANNED FUEL IS NOT REPORTED (DEFAULT 0 - EXACT)
002000*-----------------------------------------------------------------
002010 01  WS-TOLERANCE                 PIC 9(03)   VALUE ZERO.
002020 01  WS-TOL-TEXT                  PIC X(03)   VALUE SPACES.
002030 01  WS-TOL-LENGTH                PIC 9(02)   VALUE ZERO.
002040 01  WS-TOL-QUANTITY              PIC 9(12)   VALUE ZERO.
002050 01  WS-DIFFERENCE                PIC S9(11)  VALUE ZERO.
002060 01  WS-ABS-DIFFERENCE            PIC 9(11)   VALUE ZERO.
002070 01  WS-UTIL-PCT                  PIC 9(03)V9(02) VALUE ZERO.
002080*-----------------------------------------------------------------
002090*    RUN IDENTIFICATION AND PARM
002100*-----------------------------------------------------------------
002110 01  WS-RUN-DATE.
002120     05  WS-RUN-YYYY              PIC 9(04).
002130     05  WS-RUN-MM                PIC 9(02).
002140     05  WS-RUN-DD                PIC 9(02).
002150 01  WS-RUN-DATE-DISPLAY          PIC X(10).
002160 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
002170 01  WS-PARM-TEXT                 PIC X(16)   VALUE SPACES.
002180 01  WS-OVERRIDE-SW               PIC X(01)   VALUE 'N'.
002190*-----------------------------------------------------------------
002200*    PREREQUISITE GATE PARAMETER AREA FOR THE SHARED PREREQCK
002210*    ROUTINE
002220*-----------------------------------------------------------------
002230 01  WS-PREREQ-AREA.
002240     05  PQ-PROGRAM-ID            PIC X(08)   VALUE 'LOADCONF'.
002250     05  PQ-OVERRIDE-SW           PIC X(01)   VALUE 'N'.
002260     05  PQ-GATE-STATUS           PIC X(01)   VALUE SPACE.
002270     05  PQ-PREREQ-PROGRAM        PIC X(08)   VALUE SPACES.
002280*-----------------------------------------------------------------
002290*    PAGE CONTROL - THE COLUMN HEADING CHANGES WITH THE REPORT
002300*    SECTION
002310*-----------------------------------------------------------------
002320 01  WS-LINES-PER-PAGE            PIC 9(03)   VALUE 55.
002330 01  WS-LINE-COUNT                PIC 9(03)   VALUE 999.
002340 01  WS-PAGE-NUMBER               PIC 9(04)   VALUE ZERO.
002350 01  WS-COLUMN-HEADING            PIC X(132)  VALUE SPACES.
002360*-----------------------------------------------------------------
002370*    REPORT LINES
002380*-----------------------------------------------------------------
002390 01  WS-HEADING-1.
002400     05  FILLER                   PIC X(40)   VALUE
002410         'DEPOT LOAD CONFIRMATION RECONCILIATION'.
002420     05  FILLER                   PIC X(09)   VALUE 'RUN DATE '.
002430     05  H1-RUN-DATE              PIC X(10).
002440     05  FILLER                   PIC X(11)   VALUE
002450         ' TOLERANCE '.
002460     05  H1-TOLERANCE             PIC ZZ9.
002470     05  FILLER                   PIC X(04)   VALUE ' PCT'.
002480     05  FILLER                   PIC X(46)   VALUE SPACES.
002490     05  FILLER                   PIC X(05)   VALUE 'PAGE '.
002500     05  H1-PAGE-NUMBER           PIC ZZZ9.
002510 01  WS-FINDING-HEADING.
002520     05  FILLER                   PIC X(07)   VALUE 'MODULE'.
002530     05  FILLER                   PIC X(08)   VALUE 'TANKER'.
002540     05  FILLER                   PIC X(07)   VALUE 'PLAN TK'.
002550     05  FILLER                   PIC X(12)   VALUE
002560         '   PLANNED  '.
002570     05  FILLER                   PIC X(12)   VALUE
002580         '    LOADED  '.
002590     05  FILLER                   PIC X(13)   VALUE
002600         ' DIFFERENCE  '.
002610     05  FILLER                   PIC X(12)   VALUE
002620         'SEAL NUMBER'.
002630     05  FILLER                   PIC X(10)   VALUE
002640         'CONFIRMED'.
002650     05  FILLER                   PIC X(30)   VALUE 'FINDING'.
002660     05  FILLER                   PIC X(21)   VALUE SPACES.
002670 01  WS-FINDING-LINE.
002680     05  FL-MODULE-ID             PIC X(05).
002690     05  FILLER                   PIC X(02)   VALUE SPACES.
002700     05  FL-CONF-TANKER-ID        PIC X(05).
002710     05  FILLER                   PIC X(03)   VALUE SPACES.
002720     05  FL-PLAN-TANKER-ID        PIC X(05).
002730     05  FILLER                   PIC X(02)   VALUE SPACES.
002740     05  FL-PLANNED-QTY           PIC ZZZZZZZZZ9.
002750     05  FILLER                   PIC X(02)   VALUE SPACES.
002760     05  FL-LOADED-QTY            PIC ZZZZZZZZZ9.
002770     05  FILLER                   PIC X(02)   VALUE SPACES.
002780     05  FL-DIFFERENCE            PIC ----------9.
002790     05  FILLER                   PIC X(02)   VALUE SPACES.
002800     05  FL-SEAL-NUMBER           PIC X(10).
002810     05  FILLER                   PIC X(02)   VALUE SPACES.
002820     05  FL-CONFIRM-TIME          PIC X(08).
002830     05  FILLER                   PIC X(02)   VALUE SPACES.
002840     05  FL-FINDING               PIC X(30).
002850     05  FILLER                   PIC X(21)   VALUE SPACES.
002860 01  WS-UTIL-HEADING.
002870     05  FILLER                   PIC X(08)   VALUE 'TANKER'.
002880     05  FILLER                   PIC X(12)   VALUE
002890         '  CAPACITY  '.
002900     05  FILLER                   PIC X(12)   VALUE
002910         '   PLANNED  '.
002920     05  FILLER                   PIC X(08)   VALUE 'PLAN %'.
002930     05  FILLER                   PIC X(12)   VALUE
002940         '    ACTUAL  '.
002950     05  FILLER                   PIC X(08)   VALUE 'ACT %'.
002960     05  FILLER                   PIC X(13)   VALUE
002970         '   VARIANCE  '.
002980     05  FILLER                   PIC X(20)   VALUE 'NOTE'.
002990     05  FILLER                   PIC X(39)   VALUE SPACES.
003000 01  WS-UTIL-LINE.
003010     05  UL-TANKER-ID             PIC X(05).
003020     05  FILLER                   PIC X(03)   VALUE SPACES.
003030     05  UL-CAPACITY              PIC ZZZZZZZZZ9.
003040     05  FILLER                   PIC X(02)   VALUE SPACES.
003050     05  UL-PLANNED               PIC ZZZZZZZZZ9.
003060     05  FILLER                   PIC X(02)   VALUE SPACES.
003070     05  UL-PLANNED-PCT           PIC ZZ9.99.
003080     05  FILLER                   PIC X(02)   VALUE SPACES.
003090     05  UL-ACTUAL                PIC ZZZZZZZZZ9.
003100     05  FILLER                   PIC X(02)   VALUE SPACES.
003110     05  UL-ACTUAL-PCT            PIC ZZ9.99.
003120     05  FILLER                   PIC X(02)   VALUE SPACES.
003130     05  UL-VARIANCE              PIC ----------9.
003140     05  FILLER                   PIC X(02)   VALUE SPACES.
003150     05  UL-NOTE                  PIC X(20).
003160     05  FILLER                   PIC X(39)   VALUE SPACES.
003170 01  WS-SUMMARY-LINE.
003180     05  SM-LABEL                 PIC X(30).
003190     05  SM-COUNT                 PIC ZZZZZZZZZZZ9.
003200     05  FILLER                   PIC X(90)   VALUE SPACES.
003210 01  WS-PRINT-LINE                PIC X(132).
003220 01  WS-BLANK-LINE                PIC X(132)  VALUE SPACES.
003230*-----------------------------------------------------------------
003240*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
003250*-----------------------------------------------------------------
003260 01  WS-RUNLOG-AREA.
003270     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'LOADCONF'.
003280     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
003290     05  RA-INPUT-NAME            PIC X(20)   VALUE 'DEPOTCNF'.
003300     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
003310     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
003320     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
003330     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
003340 LINKAGE SECTION.
003350*-----------------------------------------------------------------
003360*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
003370*    MVS CONVENTION: THE SHORT/OVER LOAD TOLERANCE IN WHOLE
003380*    PERCENT OF THE PLANNED FUEL (DEFAULT 0 - ANY DIFFERENCE IS
003390*    REPORTED) AND AN OPTIONAL SECOND TOKEN OF 'Y' THAT
003400*    OVERRIDES THE PREREQUISITE GATE FOR AN EMERGENCY RERUN
003410*    (E.G. PARM='002' OR PARM='002 Y').
003420*-----------------------------------------------------------------
003430 01  LK-PARM.
003440     05  LK-PARM-LENGTH           PIC S9(04) COMP.
003450     05  LK-PARM-DATA             PIC X(16).
003460 PROCEDURE DIVISION USING LK-PARM.
003470*-----------------------------------------------------------------
003480*    0000-MAINLINE
003490*-----------------------------------------------------------------
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE
003520         THRU 1000-INITIALIZE-EXIT.
003530     IF RETURN-CODE NOT = ZERO
003540         GO TO 0000-MAINLINE-EXIT
003550     END-IF.
003560     PERFORM 2000-PROCESS-CONFIRMATIONS
003570         THRU 2000-PROCESS-CONFIRMATIONS-EXIT.
003580     PERFORM 3000-CHECK-PLAN
003590         THRU 3000-CHECK-PLAN-EXIT.
003600     PERFORM 4000-REPORT-UTILIZATION
003610         THRU 4000-REPORT-UTILIZATION-EXIT.
003620     PERFORM 9000-TERMINATE
003630         THRU 9000-TERMINATE-EXIT.
003640 0000-MAINLINE-EXIT.
003650     STOP RUN.
003660*-----------------------------------------------------------------
003670*    1000-INITIALIZE - PARSE THE PARM, PASS THE PREREQUISITE
003680*    GATE, LOAD THE FLEET, PINS, AND PLAN, AND OPEN THE
003690*    CONFIRMATIONS AND THE REPORT
003700*-----------------------------------------------------------------
003710 1000-INITIALIZE.
003720     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
003730     IF WS-PARM-LENGTH > 16
003740         MOVE 16 TO WS-PARM-LENGTH
003750     END-IF.
003760     IF WS-PARM-LENGTH > ZERO
003770         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
003780     END-IF.
003790     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
003800         INTO WS-TOL-TEXT COUNT IN WS-TOL-LENGTH
003810             WS-OVERRIDE-SW
003820     END-UNSTRING.
003830     IF WS-OVERRIDE-SW NOT = 'Y'
003840         MOVE 'N' TO WS-OVERRIDE-SW
003850     END-IF.
003860     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003870     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
003880         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003890     MOVE 'S' TO RA-PHASE.
003900     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
003910     IF WS-TOL-LENGTH > 3
003920         DISPLAY "LOADCONF: TOLERANCE PARM LONGER THAN 3 DIGITS"
003930         MOVE 16 TO RETURN-CODE
003940         GO TO 1000-INITIALIZE-EXIT
003950     END-IF.
003960     IF WS-TOL-LENGTH > ZERO
003970         IF WS-TOL-TEXT(1:WS-TOL-LENGTH) IS NUMERIC
003980             MOVE WS-TOL-TEXT(1:WS-TOL-LENGTH) TO WS-TOLERANCE
003990         ELSE
004000             DISPLAY "LOADCONF: TOLERANCE PARM NOT NUMERIC"
004010             MOVE 16 TO RETURN-CODE
004020             GO TO 1000-INITIALIZE-EXIT
004030         END-IF
004040     END-IF.
004050     PERFORM 1050-CHECK-PREREQUISITE
004060         THRU 1050-CHECK-PREREQUISITE-EXIT.
004070     IF RETURN-CODE NOT = ZERO
004080         GO TO 1000-INITIALIZE-EXIT
004090     END-IF.
004100     OPEN INPUT TANKER.
004110     IF WS-TANKER-STATUS NOT = '00'
004120         DISPLAY "LOADCONF: UNABLE TO OPEN THE TANKER DATASET"
004130         DISPLAY "LOADCONF: FILE STATUS = " WS-TANKER-STATUS
004140         MOVE 16 TO RETURN-CODE
004150         GO TO 1000-INITIALIZE-EXIT
004160     END-IF.
004170     PERFORM 1100-LOAD-TANKER-TABLE
004180         THRU 1100-LOAD-TANKER-TABLE-EXIT.
004190     CLOSE TANKER.
004200     IF WS-TANKER-COUNT = ZERO
004210         DISPLAY "LOADCONF: TANKER DATASET IS EMPTY - NO"
004220             " CAPACITIES TO MEASURE AGAINST"
004230         MOVE 16 TO RETURN-CODE
004240         GO TO 1000-INITIALIZE-EXIT
004250     END-IF.
004260     PERFORM 1200-LOAD-PIN-TABLE
004270         THRU 1200-LOAD-PIN-TABLE-EXIT.
004280     OPEN INPUT LOADPLAN.
004290     IF WS-LOADPLAN-STATUS NOT = '00'
004300         DISPLAY "LOADCONF: UNABLE TO OPEN THE LOADING PLAN"
004310         DISPLAY "LOADCONF: FILE STATUS = " WS-LOADPLAN-STATUS
004320         MOVE 16 TO RETURN-CODE
004330         GO TO 1000-INITIALIZE-EXIT
004340     END-IF.
004350     PERFORM 1300-LOAD-PLAN-TABLE
004360         THRU 1300-LOAD-PLAN-TABLE-EXIT.
004370     CLOSE LOADPLAN.
004380     IF WS-PLAN-COUNT = ZERO
004390         DISPLAY "LOADCONF: LOADING PLAN HAS NO MODULES -"
004400             " NOTHING TO RECONCILE"
004410         MOVE 16 TO RETURN-CODE
004420         GO TO 1000-INITIALIZE-EXIT
004430     END-IF.
004440     OPEN INPUT DEPOTCNF.
004450     IF WS-DEPOTCNF-STATUS NOT = '00'
004460         DISPLAY "LOADCONF: UNABLE TO OPEN THE DEPOT"
004470             " CONFIRMATIONS"
004480         DISPLAY "LOADCONF: FILE STATUS = " WS-DEPOTCNF-STATUS
004490         MOVE 16 TO RETURN-CODE
004500         GO TO 1000-INITIALIZE-EXIT
004510     END-IF.
004520     OPEN OUTPUT LCONFRPT.
004530     MOVE WS-FINDING-HEADING TO WS-COLUMN-HEADING.
004540 1000-INITIALIZE-EXIT.
004550     EXIT.
004560*-----------------------------------------------------------------
004570*    1050-CHECK-PREREQUISITE - THE SHARED GATE. THE DEPENDS
004580*    CONTROL FILE NAMES FUELLOAD AS THIS PROGRAM'S
004590*    PREREQUISITE, SO THE PLAN BEING RECONCILED IS TODAY'S.
004600*-----------------------------------------------------------------
004610 1050-CHECK-PREREQUISITE.
004620     MOVE WS-OVERRIDE-SW TO PQ-OVERRIDE-SW.
004630     CALL 'PREREQCK' USING WS-PREREQ-AREA.
004640     IF PQ-GATE-STATUS NOT = 'F'
004650         GO TO 1050-CHECK-PREREQUISITE-EXIT
004660     END-IF.
004670     DISPLAY "LOADCONF: PREREQUISITE " PQ-PREREQ-PROGRAM
004680         " HAS NOT RUN CLEAN TODAY - RUN REFUSED".
004690     DISPLAY "LOADCONF: RERUN THE PREREQUISITE, OR SUPPLY THE"
004700         " OVERRIDE PARM TOKEN FOR AN EMERGENCY RERUN".
004710     MOVE 12 TO RETURN-CODE.
004720     MOVE 'E' TO RA-PHASE.
004730     MOVE RETURN-CODE TO RA-RETURN-CODE.
004740     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
004750 1050-CHECK-PREREQUISITE-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780*    1100-LOAD-TANKER-TABLE - LOAD THE FLEET AND ITS CAPACITIES
004790*-----------------------------------------------------------------
004800 1100-LOAD-TANKER-TABLE.
004810     PERFORM 1110-READ-ONE-TANKER
004820         THRU 1110-READ-ONE-TANKER-EXIT
004830         UNTIL END-OF-TANKER-FILE.
004840 1100-LOAD-TANKER-TABLE-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870*    1110-READ-ONE-TANKER - NEXT TANKER, SKIPPING AN INVALID
004880*    CAPACITY THE SAME WAY FUELLOAD DOES
004890*-----------------------------------------------------------------
004900 1110-READ-ONE-TANKER.
004910     READ TANKER
004920         AT END
004930             MOVE 'Y' TO WS-TANKER-EOF
004940             GO TO 1110-READ-ONE-TANKER-EXIT
004950     END-READ.
004960     IF TK-CAPACITY IS NOT NUMERIC OR TK-CAPACITY NOT > ZERO
004970         DISPLAY "LOADCONF: TANKER " TK-TANKER-ID
004980             " HAS AN INVALID CAPACITY - IGNORED"
004990         GO TO 1110-READ-ONE-TANKER-EXIT
005000     END-IF.
005010     IF WS-TANKER-COUNT NOT < WS-TANKER-MAX
005020         DISPLAY "LOADCONF: MORE THAN " WS-TANKER-MAX
005030             " TANKERS - " TK-TANKER-ID " IGNORED"
005040         GO TO 1110-READ-ONE-TANKER-EXIT
005050     END-IF.
005060     ADD 1 TO WS-TANKER-COUNT.
005070     MOVE TK-TANKER-ID TO TB-TANKER-ID (WS-TANKER-COUNT).
005080     MOVE TK-CAPACITY TO TB-CAPACITY (WS-TANKER-COUNT).
005090     MOVE ZERO TO TB-PLANNED (WS-TANKER-COUNT).
005100     MOVE ZERO TO TB-ACTUAL (WS-TANKER-COUNT).
005110 1110-READ-ONE-TANKER-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------------
005140*    1200-LOAD-PIN-TABLE - LOAD THE SAFETY PINS. A MISSING
005150*    PINASGN FILE MEANS NO MODULE IS PINNED.
005160*-----------------------------------------------------------------
005170 1200-LOAD-PIN-TABLE.
005180     OPEN INPUT PINASGN.
005190     PERFORM 1210-READ-ONE-PIN
005200         THRU 1210-READ-ONE-PIN-EXIT
005210         UNTIL END-OF-PINASGN-FILE.
005220     CLOSE PINASGN.
005230 1200-LOAD-PIN-TABLE-EXIT.
005240     EXIT.
005250*-----------------------------------------------------------------
005260*    1210-READ-ONE-PIN - NEXT PIN
005270*-----------------------------------------------------------------
005280 1210-READ-ONE-PIN.
005290     READ PINASGN
005300         AT END
005310             MOVE 'Y' TO WS-PINASGN-EOF
005320             GO TO 1210-READ-ONE-PIN-EXIT
005330     END-READ.
005340     IF PA-MODULE-ID = SPACES OR PA-TANKER-ID = SPACES
005350         DISPLAY "LOADCONF: UNUSABLE PIN RECORD - IGNORED"
005360         GO TO 1210-READ-ONE-PIN-EXIT
005370     END-IF.
005380     IF WS-PIN-COUNT NOT < WS-PIN-MAX
005390         DISPLAY "LOADCONF: MORE THAN " WS-PIN-MAX
005400             " PINS - " PA-MODULE-ID " IGNORED"
005410         GO TO 1210-READ-ONE-PIN-EXIT
005420     END-IF.
005430     ADD 1 TO WS-PIN-COUNT.
005440     MOVE PA-MODULE-ID TO PN-MODULE-ID (WS-PIN-COUNT).
005450     MOVE PA-TANKER-ID TO PN-TANKER-ID (WS-PIN-COUNT).
005460 1210-READ-ONE-PIN-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------------
005490*    1300-LOAD-PLAN-TABLE - LOAD THE PLAN'S MODULE LINES AND
005500*    ADD EACH MODULE'S FUEL TO ITS PLANNED TANKER
005510*-----------------------------------------------------------------
005520 1300-LOAD-PLAN-TABLE.
005530     PERFORM 1310-READ-ONE-PLAN-LINE
005540         THRU 1310-READ-ONE-PLAN-LINE-EXIT
005550         UNTIL END-OF-LOADPLAN-FILE.
005560 1300-LOAD-PLAN-TABLE-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------------
005590*    1310-READ-ONE-PLAN-LINE - NEXT PLAN LINE. THE TANKER
005600*    SUMMARY AND TOTAL LINES ARE PASSED OVER - THE PLANNED
005610*    UTILIZATION IS REBUILT FROM THE MODULE LINES SO IT AGREES
005620*    WITH WHAT IS RECONCILED.
005630*-----------------------------------------------------------------
005640 1310-READ-ONE-PLAN-LINE.
005650     READ LOADPLAN
005660         AT END
005670             MOVE 'Y' TO WS-LOADPLAN-EOF
005680             GO TO 1310-READ-ONE-PLAN-LINE-EXIT
005690     END-READ.
005700     IF LT-TOTAL-LIT = 'TOTAL ' OR LS-PCT-LIT = 'PCT'
005710         GO TO 1310-READ-ONE-PLAN-LINE-EXIT
005720     END-IF.
005730     IF LP-FUEL-DEMAND IS NOT NUMERIC OR LP-MODULE-ID = SPACES
005740         DISPLAY "LOADCONF: UNUSABLE PLAN LINE FOR MODULE "
005750             LP-MODULE-ID " - IGNORED"
005760         GO TO 1310-READ-ONE-PLAN-LINE-EXIT
005770     END-IF.
005780     IF WS-PLAN-COUNT NOT < WS-PLAN-MAX
005790         DISPLAY "LOADCONF: MORE THAN " WS-PLAN-MAX
005800             " PLANNED MODULES - " LP-MODULE-ID " IGNORED"
005810         GO TO 1310-READ-ONE-PLAN-LINE-EXIT
005820     END-IF.
005830     ADD 1 TO WS-PLAN-COUNT.
005840     MOVE LP-MODULE-ID TO PL-MODULE-ID (WS-PLAN-COUNT).
005850     MOVE LP-TANKER-ID TO PL-TANKER-ID (WS-PLAN-COUNT).
005860     MOVE LP-FUEL-DEMAND TO PL-DEMAND (WS-PLAN-COUNT).
005870     MOVE ZERO TO PL-LOADED (WS-PLAN-COUNT).
005880     MOVE ZERO TO PL-CONFIRM-COUNT (WS-PLAN-COUNT).
005890     MOVE SPACES TO PL-SEAL-NUMBER (WS-PLAN-COUNT).
005900     MOVE SPACES TO PL-CONFIRM-TIME (WS-PLAN-COUNT).
005910     IF LP-TANKER-ID = 'NONE '
005920         GO TO 1310-READ-ONE-PLAN-LINE-EXIT
005930     END-IF.
005940     ADD LP-FUEL-DEMAND TO WS-TOTAL-PLANNED.
005950     MOVE LP-TANKER-ID TO WS-FIND-TANKER-ID.
005960     PERFORM 2200-FIND-TANKER
005970         THRU 2200-FIND-TANKER-EXIT.
005980     IF WS-TANKER-SUB = ZERO
005990         DISPLAY "LOADCONF: PLANNED TANKER " LP-TANKER-ID
006000             " FOR MODULE " LP-MODULE-ID
006010             " IS NOT IN THE FLEET"
006020     ELSE
006030         ADD LP-FUEL-DEMAND TO TB-PLANNED (WS-TANKER-SUB)
006040     END-IF.
006050 1310-READ-ONE-PLAN-LINE-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------------
006080*    2000-PROCESS-CONFIRMATIONS - MAIN READ LOOP
006090*-----------------------------------------------------------------
006100 2000-PROCESS-CONFIRMATIONS.
006110     PERFORM 2010-CHECK-CONFIRMATION
006120         THRU 2010-CHECK-CONFIRMATION-EXIT
006130         UNTIL END-OF-DEPOTCNF-FILE.
006140 2000-PROCESS-CONFIRMATIONS-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------------
006170*    2010-CHECK-CONFIRMATION - NEXT DEPOT CONFIRMATION. THE
006180*    QUANTITY IS ADDED TO THE TANKER IT WENT ON AND TO THE
006190*    PLANNED MODULE; THE TANKER IS CHECKED AGAINST THE PLAN
006200*    AND AGAINST ANY SAFETY PIN. QUANTITIES ARE JUDGED ONCE
006210*    EVERY CONFIRMATION IS IN, IN 3000-CHECK-PLAN.
006220*-----------------------------------------------------------------
006230 2010-CHECK-CONFIRMATION.
006240     READ DEPOTCNF
006250         AT END
006260             MOVE 'Y' TO WS-DEPOTCNF-EOF
006270             GO TO 2010-CHECK-CONFIRMATION-EXIT
006280     END-READ.
006290     ADD 1 TO WS-CONFIRM-COUNT.
006300     MOVE SPACES TO WS-FINDING-LINE.
006310     MOVE LC-MODULE-ID TO FL-MODULE-ID.
006320     MOVE LC-TANKER-ID TO FL-CONF-TANKER-ID.
006330     MOVE LC-SEAL-NUMBER TO FL-SEAL-NUMBER.
006340     MOVE LC-CONFIRM-TIME TO FL-CONFIRM-TIME.
006350     IF LC-QTY-LOADED IS NOT NUMERIC OR LC-MODULE-ID = SPACES
006360             OR LC-TANKER-ID = SPACES
006370         ADD 1 TO WS-REJECTED-COUNT
006380         MOVE 'UNUSABLE CONFIRMATION' TO FL-FINDING
006390         PERFORM 8000-PRINT-FINDING
006400             THRU 8000-PRINT-FINDING-EXIT
006410         GO TO 2010-CHECK-CONFIRMATION-EXIT
006420     END-IF.
006430     MOVE LC-QTY-LOADED TO FL-LOADED-QTY.
006440     ADD LC-QTY-LOADED TO WS-TOTAL-LOADED.
006450     PERFORM 2100-FIND-PLAN-ENTRY
006460         THRU 2100-FIND-PLAN-ENTRY-EXIT.
006470     IF WS-PLAN-SUB > ZERO
006480         MOVE PL-TANKER-ID (WS-PLAN-SUB) TO FL-PLAN-TANKER-ID
006490         MOVE PL-DEMAND (WS-PLAN-SUB) TO FL-PLANNED-QTY
006500     END-IF.
006510     MOVE LC-TANKER-ID TO WS-FIND-TANKER-ID.
006520     PERFORM 2200-FIND-TANKER
006530         THRU 2200-FIND-TANKER-EXIT.
006540     IF WS-TANKER-SUB = ZERO
006550         ADD 1 TO WS-UNKNOWN-TANKER-COUNT
006560         MOVE 'TANKER NOT IN THE FLEET' TO FL-FINDING
006570         PERFORM 8000-PRINT-FINDING
006580             THRU 8000-PRINT-FINDING-EXIT
006590     ELSE
006600         ADD LC-QTY-LOADED TO TB-ACTUAL (WS-TANKER-SUB)
006610     END-IF.
006620     PERFORM 2300-CHECK-PIN
006630         THRU 2300-CHECK-PIN-EXIT.
006640     IF WS-PLAN-SUB = ZERO
006650         ADD 1 TO WS-UNPLANNED-COUNT
006660         MOVE 'NOT ON THE LOADING PLAN' TO FL-FINDING
006670         PERFORM 8000-PRINT-FINDING
006680             THRU 8000-PRINT-FINDING-EXIT
006690         GO TO 2010-CHECK-CONFIRMATION-EXIT
006700     END-IF.
006710     ADD LC-QTY-LOADED TO PL-LOADED (WS-PLAN-SUB).
006720     ADD 1 TO PL-CONFIRM-COUNT (WS-PLAN-SUB).
006730     MOVE LC-SEAL-NUMBER TO PL-SEAL-NUMBER (WS-PLAN-SUB).
006740     MOVE LC-CONFIRM-TIME TO PL-CONFIRM-TIME (WS-PLAN-SUB).
006750     IF PL-CONFIRM-COUNT (WS-PLAN-SUB) > 1
006760         ADD 1 TO WS-REPEAT-COUNT
006770         MOVE 'REPEAT CONFIRMATION - QTY ADDED' TO FL-FINDING
006780         PERFORM 8000-PRINT-FINDING
006790             THRU 8000-PRINT-FINDING-EXIT
006800     END-IF.
006810     IF LC-TANKER-ID = PL-TANKER-ID (WS-PLAN-SUB)
006820         GO TO 2010-CHECK-CONFIRMATION-EXIT
006830     END-IF.
006840     ADD 1 TO WS-WRONG-TANKER-COUNT.
006850     IF PL-TANKER-ID (WS-PLAN-SUB) = 'NONE '
006860         MOVE 'LOADED BUT UNPLACED ON PLAN' TO FL-FINDING
006870     ELSE
006880         MOVE 'WRONG TANKER' TO FL-FINDING
006890     END-IF.
006900     PERFORM 8000-PRINT-FINDING
006910         THRU 8000-PRINT-FINDING-EXIT.
006920 2010-CHECK-CONFIRMATION-EXIT.
006930     EXIT.
006940*-----------------------------------------------------------------
006950*    2100-FIND-PLAN-ENTRY - LOCATE THE CONFIRMED MODULE ON THE
006960*    PLAN TABLE; WS-PLAN-SUB STAYS ZERO WHEN IT IS NOT THERE
006970*-----------------------------------------------------------------
006980 2100-FIND-PLAN-ENTRY.
006990     MOVE ZERO TO WS-PLAN-SUB.
007000     MOVE 1 TO WS-PLAN-SCAN.
007010     PERFORM 2110-TEST-PLAN-ENTRY
007020         THRU 2110-TEST-PLAN-ENTRY-EXIT
007030         UNTIL WS-PLAN-SUB > ZERO
007040            OR WS-PLAN-SCAN > WS-PLAN-COUNT.
007050 2100-FIND-PLAN-ENTRY-EXIT.
007060     EXIT.
007070*-----------------------------------------------------------------
007080*    2110-TEST-PLAN-ENTRY - DOES THIS ENTRY MATCH THE MODULE
007090*-----------------------------------------------------------------
007100 2110-TEST-PLAN-ENTRY.
007110     IF PL-MODULE-ID (WS-PLAN-SCAN) = LC-MODULE-ID
007120         MOVE WS-PLAN-SCAN TO WS-PLAN-SUB
007130     ELSE
007140         ADD 1 TO WS-PLAN-SCAN
007150     END-IF.
007160 2110-TEST-PLAN-ENTRY-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------------
007190*    2200-FIND-TANKER - LOCATE WS-FIND-TANKER-ID IN THE FLEET;
007200*    WS-TANKER-SUB STAYS ZERO WHEN IT IS NOT THERE
007210*-----------------------------------------------------------------
007220 2200-FIND-TANKER.
007230     MOVE ZERO TO WS-TANKER-SUB.
007240     MOVE 1 TO WS-TANKER-SCAN.
007250     PERFORM 2210-TEST-TANKER-ENTRY
007260         THRU 2210-TEST-TANKER-ENTRY-EXIT
007270         UNTIL WS-TANKER-SUB > ZERO
007280            OR WS-TANKER-SCAN > WS-TANKER-COUNT.
007290 2200-FIND-TANKER-EXIT.
007300     EXIT.
007310*-----------------------------------------------------------------
007320*    2210-TEST-TANKER-ENTRY - DOES THIS ENTRY MATCH THE TANKER
007330*-----------------------------------------------------------------
007340 2210-TEST-TANKER-ENTRY.
007350     IF TB-TANKER-ID (WS-TANKER-SCAN) = WS-FIND-TANKER-ID
007360         MOVE WS-TANKER-SCAN TO WS-TANKER-SUB
007370     ELSE
007380         ADD 1 TO WS-TANKER-SCAN
007390     END-IF.
007400 2210-TEST-TANKER-ENTRY-EXIT.
007410     EXIT.
007420*-----------------------------------------------------------------
007430*    2300-CHECK-PIN - A PINNED MODULE CONFIRMED ON ANY TANKER
007440*    BUT ITS PIN TANKER IS A SAFETY BREACH, WHETHER OR NOT THE
007450*    PLAN HAD IT THERE
007460*-----------------------------------------------------------------
007470 2300-CHECK-PIN.
007480     MOVE ZERO TO WS-PIN-SUB.
007490     MOVE 1 TO WS-PIN-SCAN.
007500     PERFORM 2310-TEST-PIN-ENTRY
007510         THRU 2310-TEST-PIN-ENTRY-EXIT
007520         UNTIL WS-PIN-SUB > ZERO
007530            OR WS-PIN-SCAN > WS-PIN-COUNT.
007540     IF WS-PIN-SUB = ZERO
007550         GO TO 2300-CHECK-PIN-EXIT
007560     END-IF.
007570     IF LC-TANKER-ID = PN-TANKER-ID (WS-PIN-SUB)
007580         GO TO 2300-CHECK-PIN-EXIT
007590     END-IF.
007600     ADD 1 TO WS-PIN-BREACH-COUNT.
007610     MOVE 'PIN BREACH - PINNED TO' TO FL-FINDING.
007620     MOVE PN-TANKER-ID (WS-PIN-SUB) TO FL-FINDING(24:5).
007630     PERFORM 8000-PRINT-FINDING
007640         THRU 8000-PRINT-FINDING-EXIT.
007650     DISPLAY "LOADCONF: SAFETY PIN BREACH - MODULE "
007660         LC-MODULE-ID " PINNED TO " PN-TANKER-ID (WS-PIN-SUB)
007670         " LOADED ON " LC-TANKER-ID " SEAL " LC-SEAL-NUMBER.
007680 2300-CHECK-PIN-EXIT.
007690     EXIT.
007700*-----------------------------------------------------------------
007710*    2310-TEST-PIN-ENTRY - DOES THIS PIN MATCH THE MODULE
007720*-----------------------------------------------------------------
007730 2310-TEST-PIN-ENTRY.
007740     IF PN-MODULE-ID (WS-PIN-SCAN) = LC-MODULE-ID
007750         MOVE WS-PIN-SCAN TO WS-PIN-SUB
007760     ELSE
007770         ADD 1 TO WS-PIN-SCAN
007780     END-IF.
007790 2310-TEST-PIN-ENTRY-EXIT.
007800     EXIT.
007810*-----------------------------------------------------------------
007820*    3000-CHECK-PLAN - WITH EVERY CONFIRMATION IN, WALK THE
007830*    PLAN FOR MODULES NEVER CONFIRMED AND FOR LOADS SHORT OR
007840*    OVER THE PLANNED FUEL BY MORE THAN THE TOLERANCE
007850*-----------------------------------------------------------------
007860 3000-CHECK-PLAN.
007870     MOVE 1 TO WS-PLAN-SUB.
007880     PERFORM 3100-CHECK-PLAN-ENTRY
007890         THRU 3100-CHECK-PLAN-ENTRY-EXIT
007900         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
007910 3000-CHECK-PLAN-EXIT.
007920     EXIT.
007930*-----------------------------------------------------------------
007940*    3100-CHECK-PLAN-ENTRY - ONE PLANNED MODULE. A MODULE THE
007950*    PLAN COULD NOT PLACE IS NOT EXPECTED AT THE DEPOT, SO
007960*    ITS ABSENCE IS NOT A FINDING.
007970*-----------------------------------------------------------------
007980 3100-CHECK-PLAN-ENTRY.
007990     IF PL-TANKER-ID (WS-PLAN-SUB) = 'NONE '
008000             AND PL-CONFIRM-COUNT (WS-PLAN-SUB) = ZERO
008010         GO TO 3100-CHECK-PLAN-ENTRY-NEXT
008020     END-IF.
008030     MOVE SPACES TO WS-FINDING-LINE.
008040     MOVE PL-MODULE-ID (WS-PLAN-SUB) TO FL-MODULE-ID.
008050     MOVE PL-TANKER-ID (WS-PLAN-SUB) TO FL-PLAN-TANKER-ID.
008060     MOVE PL-DEMAND (WS-PLAN-SUB) TO FL-PLANNED-QTY.
008070     IF PL-CONFIRM-COUNT (WS-PLAN-SUB) = ZERO
008080         ADD 1 TO WS-UNCONFIRMED-COUNT
008090         MOVE 'PLANNED - NEVER CONFIRMED' TO FL-FINDING
008100         PERFORM 8000-PRINT-FINDING
008110             THRU 8000-PRINT-FINDING-EXIT
008120         GO TO 3100-CHECK-PLAN-ENTRY-NEXT
008130     END-IF.
008140     COMPUTE WS-DIFFERENCE =
008150         PL-LOADED (WS-PLAN-SUB) - PL-DEMAND (WS-PLAN-SUB).
008160     IF WS-DIFFERENCE < ZERO
008170         COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
008180     ELSE
008190         MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
008200     END-IF.
008210     COMPUTE WS-TOL-QUANTITY =
008220         PL-DEMAND (WS-PLAN-SUB) * WS-TOLERANCE / 100.
008230     IF WS-ABS-DIFFERENCE NOT > WS-TOL-QUANTITY
008240         GO TO 3100-CHECK-PLAN-ENTRY-NEXT
008250     END-IF.
008260     MOVE PL-LOADED (WS-PLAN-SUB) TO FL-LOADED-QTY.
008270     MOVE WS-DIFFERENCE TO FL-DIFFERENCE.
008280     MOVE PL-SEAL-NUMBER (WS-PLAN-SUB) TO FL-SEAL-NUMBER.
008290     MOVE PL-CONFIRM-TIME (WS-PLAN-SUB) TO FL-CONFIRM-TIME.
008300     IF WS-DIFFERENCE < ZERO
008310         ADD 1 TO WS-SHORT-COUNT
008320         MOVE 'SHORT LOAD' TO FL-FINDING
008330     ELSE
008340         ADD 1 TO WS-OVER-COUNT
008350         MOVE 'OVER LOAD' TO FL-FINDING
008360     END-IF.
008370     PERFORM 8000-PRINT-FINDING
008380         THRU 8000-PRINT-FINDING-EXIT.
008390 3100-CHECK-PLAN-ENTRY-NEXT.
008400     ADD 1 TO WS-PLAN-SUB.
008410 3100-CHECK-PLAN-ENTRY-EXIT.
008420     EXIT.
008430*-----------------------------------------------------------------
008440*    4000-REPORT-UTILIZATION - PLANNED VERSUS ACTUAL FUEL PER
008450*    TANKER AGAINST ITS CAPACITY, ON A PAGE OF ITS OWN
008460*-----------------------------------------------------------------
008470 4000-REPORT-UTILIZATION.
008480     MOVE WS-UTIL-HEADING TO WS-COLUMN-HEADING.
008490     MOVE 999 TO WS-LINE-COUNT.
008500     MOVE 1 TO WS-TANKER-SUB.
008510     PERFORM 4100-REPORT-ONE-TANKER
008520         THRU 4100-REPORT-ONE-TANKER-EXIT
008530         UNTIL WS-TANKER-SUB > WS-TANKER-COUNT.
008540 4000-REPORT-UTILIZATION-EXIT.
008550     EXIT.
008560*-----------------------------------------------------------------
008570*    4100-REPORT-ONE-TANKER - ONE UTILIZATION LINE. A TANKER
008580*    LOADED PAST ITS CAPACITY IS NOTED AND COUNTED.
008590*-----------------------------------------------------------------
008600 4100-REPORT-ONE-TANKER.
008610     MOVE SPACES TO WS-UTIL-LINE.
008620     MOVE TB-TANKER-ID (WS-TANKER-SUB) TO UL-TANKER-ID.
008630     MOVE TB-CAPACITY (WS-TANKER-SUB) TO UL-CAPACITY.
008640     MOVE TB-PLANNED (WS-TANKER-SUB) TO UL-PLANNED.
008650     MOVE TB-ACTUAL (WS-TANKER-SUB) TO UL-ACTUAL.
008660     COMPUTE WS-UTIL-PCT ROUNDED =
008670         (TB-PLANNED (WS-TANKER-SUB) * 100)
008680             / TB-CAPACITY (WS-TANKER-SUB)
008690         ON SIZE ERROR
008700             MOVE 999.99 TO WS-UTIL-PCT
008710     END-COMPUTE.
008720     MOVE WS-UTIL-PCT TO UL-PLANNED-PCT.
008730     COMPUTE WS-UTIL-PCT ROUNDED =
008740         (TB-ACTUAL (WS-TANKER-SUB) * 100)
008750             / TB-CAPACITY (WS-TANKER-SUB)
008760         ON SIZE ERROR
008770             MOVE 999.99 TO WS-UTIL-PCT
008780     END-COMPUTE.
008790     MOVE WS-UTIL-PCT TO UL-ACTUAL-PCT.
008800     COMPUTE WS-DIFFERENCE =
008810         TB-ACTUAL (WS-TANKER-SUB) - TB-PLANNED (WS-TANKER-SUB).
008820     MOVE WS-DIFFERENCE TO UL-VARIANCE.
008830     IF TB-ACTUAL (WS-TANKER-SUB) > TB-CAPACITY (WS-TANKER-SUB)
008840         ADD 1 TO WS-OVER-CAPACITY-COUNT
008850         MOVE 'OVER CAPACITY' TO UL-NOTE
008860     END-IF.
008870     MOVE WS-UTIL-LINE TO WS-PRINT-LINE.
008880     PERFORM 8100-PRINT-LINE
008890         THRU 8100-PRINT-LINE-EXIT.
008900     ADD 1 TO WS-TANKER-SUB.
008910 4100-REPORT-ONE-TANKER-EXIT.
008920     EXIT.
008930*-----------------------------------------------------------------
008940*    8000-PRINT-FINDING - PRINT THE FINDING LINE AS BUILT
008950*-----------------------------------------------------------------
008960 8000-PRINT-FINDING.
008970     MOVE WS-FINDING-LINE TO WS-PRINT-LINE.
008980     PERFORM 8100-PRINT-LINE
008990         THRU 8100-PRINT-LINE-EXIT.
009000 8000-PRINT-FINDING-EXIT.
009010     EXIT.
009020*-----------------------------------------------------------------
009030*    8100-PRINT-LINE - WRITE THE LINE BUILT IN WS-PRINT-LINE,
009040*    BREAKING TO A NEW PAGE FIRST WHEN THE PAGE IS FULL
009050*-----------------------------------------------------------------
009060 8100-PRINT-LINE.
009070     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
009080         PERFORM 8200-PRINT-HEADINGS
009090             THRU 8200-PRINT-HEADINGS-EXIT
009100     END-IF.
009110     WRITE PRINT-RECORD FROM WS-PRINT-LINE
009120         AFTER ADVANCING 1 LINE.
009130     ADD 1 TO WS-LINE-COUNT.
009140 8100-PRINT-LINE-EXIT.
009150     EXIT.
009160*-----------------------------------------------------------------
009170*    8200-PRINT-HEADINGS - START A NEW PAGE WITH THE REPORT
009180*    HEADING AND THE CURRENT SECTION'S COLUMN HEADING
009190*-----------------------------------------------------------------
009200 8200-PRINT-HEADINGS.
009210     ADD 1 TO WS-PAGE-NUMBER.
009220     MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE.
009230     MOVE WS-TOLERANCE TO H1-TOLERANCE.
009240     MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER.
009250     IF WS-PAGE-NUMBER = 1
009260         WRITE PRINT-RECORD FROM WS-HEADING-1
009270             AFTER ADVANCING 1 LINE
009280     ELSE
009290         WRITE PRINT-RECORD FROM WS-HEADING-1
009300             AFTER ADVANCING PAGE
009310     END-IF.
009320     WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
009330         AFTER ADVANCING 1 LINE.
009340     WRITE PRINT-RECORD FROM WS-BLANK-LINE
009350         AFTER ADVANCING 1 LINE.
009360     MOVE 3 TO WS-LINE-COUNT.
009370 8200-PRINT-HEADINGS-EXIT.
009380     EXIT.
009390*-----------------------------------------------------------------
009400*    8300-PRINT-SUMMARY-LINE - ONE LABELLED COUNT ON THE
009410*    SUMMARY
009420*-----------------------------------------------------------------
009430 8300-PRINT-SUMMARY-LINE.
009440     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
009450     PERFORM 8100-PRINT-LINE
009460         THRU 8100-PRINT-LINE-EXIT.
009470 8300-PRINT-SUMMARY-LINE-EXIT.
009480     EXIT.
009490*-----------------------------------------------------------------
009500*    9000-TERMINATE - PRINT THE SUMMARY, SET THE RETURN CODE,
009510*    CLOSE FILES, AND LOG THE RUN
009520*-----------------------------------------------------------------
009530 9000-TERMINATE.
009540     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
009550     PERFORM 8100-PRINT-LINE
009560         THRU 8100-PRINT-LINE-EXIT.
009570     MOVE SPACES TO WS-SUMMARY-LINE.
009580     MOVE 'CONFIRMATIONS READ' TO SM-LABEL.
009590     MOVE WS-CONFIRM-COUNT TO SM-COUNT.
009600     PERFORM 8300-PRINT-SUMMARY-LINE
009610         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009620     MOVE 'MODULES ON THE PLAN' TO SM-LABEL.
009630     MOVE WS-PLAN-COUNT TO SM-COUNT.
009640     PERFORM 8300-PRINT-SUMMARY-LINE
009650         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009660     MOVE 'TOTAL FUEL PLANNED' TO SM-LABEL.
009670     MOVE WS-TOTAL-PLANNED TO SM-COUNT.
009680     PERFORM 8300-PRINT-SUMMARY-LINE
009690         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009700     MOVE 'TOTAL FUEL LOADED' TO SM-LABEL.
009710     MOVE WS-TOTAL-LOADED TO SM-COUNT.
009720     PERFORM 8300-PRINT-SUMMARY-LINE
009730         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009740     MOVE 'SHORT LOADS' TO SM-LABEL.
009750     MOVE WS-SHORT-COUNT TO SM-COUNT.
009760     PERFORM 8300-PRINT-SUMMARY-LINE
009770         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009780     MOVE 'OVER LOADS' TO SM-LABEL.
009790     MOVE WS-OVER-COUNT TO SM-COUNT.
009800     PERFORM 8300-PRINT-SUMMARY-LINE
009810         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009820     MOVE 'WRONG TANKER' TO SM-LABEL.
009830     MOVE WS-WRONG-TANKER-COUNT TO SM-COUNT.
009840     PERFORM 8300-PRINT-SUMMARY-LINE
009850         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009860     MOVE 'SAFETY PIN BREACHES' TO SM-LABEL.
009870     MOVE WS-PIN-BREACH-COUNT TO SM-COUNT.
009880     PERFORM 8300-PRINT-SUMMARY-LINE
009890         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009900     MOVE 'PLANNED - NEVER CONFIRMED' TO SM-LABEL.
009910     MOVE WS-UNCONFIRMED-COUNT TO SM-COUNT.
009920     PERFORM 8300-PRINT-SUMMARY-LINE
009930         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009940     MOVE 'CONFIRMED - NOT ON THE PLAN' TO SM-LABEL.
009950     MOVE WS-UNPLANNED-COUNT TO SM-COUNT.
009960     PERFORM 8300-PRINT-SUMMARY-LINE
009970         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
009980     MOVE 'REPEAT CONFIRMATIONS' TO SM-LABEL.
009990     MOVE WS-REPEAT-COUNT TO SM-COUNT.
010000     PERFORM 8300-PRINT-SUMMARY-LINE
010010         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
010020     MOVE 'TANKER NOT IN THE FLEET' TO SM-LABEL.
010030     MOVE WS-UNKNOWN-TANKER-COUNT TO SM-COUNT.
010040     PERFORM 8300-PRINT-SUMMARY-LINE
010050         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
010060     MOVE 'TANKERS OVER CAPACITY' TO SM-LABEL.
010070     MOVE WS-OVER-CAPACITY-COUNT TO SM-COUNT.
010080     PERFORM 8300-PRINT-SUMMARY-LINE
010090         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
010100     MOVE 'UNUSABLE CONFIRMATIONS' TO SM-LABEL.
010110     MOVE WS-REJECTED-COUNT TO SM-COUNT.
010120     PERFORM 8300-PRINT-SUMMARY-LINE
010130         THRU 8300-PRINT-SUMMARY-LINE-EXIT.
010140     IF WS-SHORT-COUNT > ZERO OR WS-OVER-COUNT > ZERO
010150             OR WS-WRONG-TANKER-COUNT > ZERO
010160             OR WS-UNCONFIRMED-COUNT > ZERO
010170             OR WS-UNPLANNED-COUNT > ZERO
010180             OR WS-REPEAT-COUNT > ZERO
010190             OR WS-UNKNOWN-TANKER-COUNT > ZERO
010200             OR WS-OVER-CAPACITY-COUNT > ZERO
010210             OR WS-REJECTED-COUNT > ZERO
010220         MOVE 4 TO RETURN-CODE
010230     END-IF.
010240     IF WS-PIN-BREACH-COUNT > ZERO
010250         DISPLAY "LOADCONF: " WS-PIN-BREACH-COUNT
010260             " SAFETY PIN BREACH(ES) - REFER TO THE DUTY"
010270             " MANAGER"
010280         MOVE 8 TO RETURN-CODE
010290     END-IF.
010300     CLOSE LCONFRPT.
010310     CLOSE DEPOTCNF.
010320     DISPLAY "LOADCONF: CONFIRMATIONS READ:  " WS-CONFIRM-COUNT.
010330     DISPLAY "LOADCONF: MODULES ON PLAN:     " WS-PLAN-COUNT.
010340     DISPLAY "LOADCONF: SHORT LOADS:         " WS-SHORT-COUNT.
010350     DISPLAY "LOADCONF: OVER LOADS:          " WS-OVER-COUNT.
010360     DISPLAY "LOADCONF: WRONG TANKER:        "
010370         WS-WRONG-TANKER-COUNT.
010380     DISPLAY "LOADCONF: PIN BREACHES:        "
010390         WS-PIN-BREACH-COUNT.
010400     DISPLAY "LOADCONF: NEVER CONFIRMED:     "
010410         WS-UNCONFIRMED-COUNT.
010420     DISPLAY "LOADCONF: NOT ON THE PLAN:     " WS-UNPLANNED-COUNT.
010430     MOVE 'E' TO RA-PHASE.
010440     MOVE WS-CONFIRM-COUNT TO RA-RECORDS-READ.
010450     MOVE WS-REJECTED-COUNT TO RA-RECORDS-REJECTED.
010460     MOVE WS-TOTAL-LOADED TO RA-FINAL-TOTAL.
010470     MOVE RETURN-CODE TO RA-RETURN-CODE.
010480     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
010490 9000-TERMINATE-EXIT.
010500     EXIT.
