000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    INTGCHK.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    WEEKLY REFERENTIAL INTEGRITY AUDIT ACROSS
000120*                      THE SUITE'S FILES. EIGHT CHECKS: MASS
000130*                      MODULES WITH NO MODULE MASTER RECORD,
000140*                      ACTIVE MASTER MODULES MISSING FROM MASS,
000150*                      SAFETY PINS TO A TANKER NOT IN THE FLEET,
000160*                      SAFETY PINS FOR AN INACTIVE MODULE, OPEN
000170*                      EXCEPTION MASTER RECORDS FOR A MODULE
000180*                      DELETED FROM THE MASTER, DESTINATIONS ON
000190*                      THE RATES FILE WITH NO BLANK-DATE BASE
000200*                      RATE, AND DEPENDS ENTRIES NAMING A
000210*                      PREREQUISITE OR A DEPENDENT PROGRAM THAT
000220*                      HAS NEVER WRITTEN TO THE RUN LOG. FINDINGS
000230*                      ARE PRINTED GROUPED BY CHECK WITH A COUNT
000240*                      PER CHECK. EACH CHECK CARRIES A SEVERITY
000250*                      AND THE STEP ENDS WITH THE WORST SEVERITY
000260*                      FOUND. READ-ONLY.
000270*-----------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MASS ASSIGN TO MASSDD
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS MASS-MODULE-ID
000350         FILE STATUS IS WS-MASS-STATUS.
000360     SELECT MODMAST ASSIGN TO MODMSTDD
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MM-MODULE-ID
000400         FILE STATUS IS WS-MODMAST-STATUS.
000410     SELECT TANKER ASSIGN TO 'TANKER.DAT'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TANKER-STATUS.
000440     SELECT OPTIONAL PINASGN ASSIGN TO 'PINASGN.DAT'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PINASGN-STATUS.
000470     SELECT EXCPMST ASSIGN TO EXCPMSTD
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS EM-MODULE-ID
000510         FILE STATUS IS WS-EXCPMST-STATUS.
000520     SELECT DESTRATE ASSIGN TO 'DESTRATE.DAT'
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DESTRATE-STATUS.
000550     SELECT OPTIONAL DEPENDS ASSIGN TO 'DEPENDS.DAT'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-DEPENDS-STATUS.
000580     SELECT RUNLOG ASSIGN TO RUNLOGDD
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS RL-LOG-KEY
000620         FILE STATUS IS WS-RUNLOG-STATUS.
000630     SELECT INTGRPT ASSIGN TO 'INTGRPT.DAT'
000640         ORGANIZATION IS LINE SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670*-----------------------------------------------------------------
000680*    MASSDD - THE INDEXED MASS FILE, KEYED ON MODULE-ID. THE
000690*    CNTRL TRAILER IS NOT A MODULE.
000700*-----------------------------------------------------------------
000710 FD  MASS.
000720 01  MASS-FILE.
000730     05  MASS-MODULE-ID          PIC X(05).
000740     05  MASS-NUMBER             PIC 9(10).
000750*-----------------------------------------------------------------
000760*    MODMSTDD - MODULE MASTER KSDS. LAYOUT MATCHES MODMMNT.
000770*-----------------------------------------------------------------
000780 FD  MODMAST.
000790 01  MODMAST-FILE.
000800     05  MM-MODULE-ID             PIC X(05).
000810     05  MM-SPACER-1              PIC X(01).
000820     05  MM-MODULE-NAME           PIC X(20).
000830     05  MM-SPACER-2              PIC X(01).
000840     05  MM-STAGE-DESC            PIC X(20).
000850     05  MM-SPACER-3              PIC X(01).
000860     05  MM-OWNING-TEAM           PIC X(10).
000870     05  MM-SPACER-4              PIC X(01).
000880     05  MM-STATUS                PIC X(01).
000890*-----------------------------------------------------------------
000900*    TANKER.DAT - TANKER FLEET DATASET. LAYOUT MATCHES
000910*    TANKER-RECORD IN FUELLOAD.
000920*-----------------------------------------------------------------
000930 FD  TANKER.
000940 01  TANKER-RECORD.
000950     05  TK-TANKER-ID            PIC X(05).
000960     05  TK-SPACER-1             PIC X(01).
000970     05  TK-CAPACITY             PIC 9(10).
000980*-----------------------------------------------------------------
000990*    PINASGN.DAT - SAFETY PINS. LAYOUT MATCHES PINASGN-RECORD
001000*    IN FUELLOAD.
001010*-----------------------------------------------------------------
001020 FD  PINASGN.
001030 01  PINASGN-RECORD.
001040     05  PA-MODULE-ID             PIC X(05).
001050     05  PA-SPACER-1              PIC X(01).
001060     05  PA-TANKER-ID             PIC X(05).
001070*-----------------------------------------------------------------
001080*    EXCPMSTD - PERSISTENT EXCEPTION MASTER KSDS. LAYOUT
001090*    MATCHES HELLO.
001100*-----------------------------------------------------------------
001110 FD  EXCPMST.
001120 01  EXCPMST-RECORD.
001130     05  EM-MODULE-ID             PIC X(05).
001140     05  EM-SPACER-1              PIC X(01).
001150     05  EM-STATUS                PIC X(01).
001160     05  EM-SPACER-2              PIC X(01).
001170     05  EM-FIRST-SEEN            PIC X(10).
001180     05  EM-SPACER-3              PIC X(01).
001190     05  EM-LAST-SEEN             PIC X(10).
001200     05  EM-SPACER-4              PIC X(01).
001210     05  EM-CLOSED-DATE           PIC X(10).
001220     05  EM-SPACER-5              PIC X(01).
001230     05  EM-RAW-MASS-VALUE        PIC X(10).
001240     05  EM-SPACER-6              PIC X(01).
001250     05  EM-REASON                PIC X(22).
001260*-----------------------------------------------------------------
001270*    DESTRATE.DAT - EFFECTIVE-DATED DESTINATION RATES. LAYOUT
001280*    MATCHES MASSCALC. A BLANK DATE IS ALWAYS IN EFFECT.
001290*-----------------------------------------------------------------
001300 FD  DESTRATE.
001310 01  DESTRATE-RECORD.
001320     05  DR-DEST-CODE             PIC X(08).
001330     05  DR-SPACER-1              PIC X(01).
001340     05  DR-EFF-DATE              PIC X(10).
001350     05  DR-SPACER-2              PIC X(01).
001360     05  DR-DIVISOR               PIC 9(02).
001370     05  DR-SPACER-3              PIC X(01).
001380     05  DR-SUBTRAHEND            PIC 9(04).
001390*-----------------------------------------------------------------
001400*    DEPENDS.DAT - JOB PREREQUISITES. LAYOUT MATCHES PREREQCK.
001410*-----------------------------------------------------------------
001420 FD  DEPENDS.
001430 01  DEPENDS-RECORD.
001440     05  DP-PROGRAM-ID            PIC X(08).
001450     05  DP-SPACER-1              PIC X(01).
001460     05  DP-PREREQ-ID             PIC X(08).
001470     05  DP-SPACER-2              PIC X(01).
001480     05  DP-MAX-RC                PIC 9(04).
001490*-----------------------------------------------------------------
001500*    RUNLOGDD - CENTRAL RUN-LOG KSDS, KEYED ON PROGRAM, DATE,
001510*    TIME, AND PHASE. LAYOUT MATCHES THE SHARED RUNLOG ROUTINE.
001520*-----------------------------------------------------------------
001530 FD  RUNLOG.
001540 01  RUNLOG-RECORD.
001550     05  RL-LOG-KEY.
001560         10  RL-PROGRAM-ID        PIC X(08).
001570         10  RL-RUN-DATE          PIC X(10).
001580         10  RL-RUN-TIME          PIC X(08).
001590         10  RL-PHASE             PIC X(01).
001600     05  RL-SPACER-1              PIC X(01).
001610     05  RL-INPUT-NAME            PIC X(20).
001620     05  RL-SPACER-2              PIC X(01).
001630     05  RL-RECORDS-READ          PIC 9(06).
001640     05  RL-SPACER-3              PIC X(01).
001650     05  RL-RECORDS-REJECTED      PIC 9(06).
001660     05  RL-SPACER-4              PIC X(01).
001670     05  RL-FINAL-TOTAL           PIC -9(10).
001680     05  RL-SPACER-5              PIC X(01).
001690     05  RL-RETURN-CODE           PIC 9(04).
001700*-----------------------------------------------------------------
001710*    INTGRPT.DAT - 132-CHARACTER AUDIT REPORT
001720*-----------------------------------------------------------------
001730 FD  INTGRPT.
001740 01  PRINT-RECORD                 PIC X(132).
001750 WORKING-STORAGE SECTION.
001760*-----------------------------------------------------------------
001770*    SWITCHES AND FILE STATUSES
001780*-----------------------------------------------------------------
001790 01  WS-MASS-EOF                  PIC X(01)   VALUE 'N'.
001800     88  END-OF-MASS-FILE                     VALUE 'Y'.
001810 01  WS-MODMAST-EOF               PIC X(01)   VALUE 'N'.
001820     88  END-OF-MODMAST-FILE                  VALUE 'Y'.
001830 01  WS-TANKER-EOF                PIC X(01)   VALUE 'N'.
001840     88  END-OF-TANKER-FILE                   VALUE 'Y'.
001850 01  WS-PINASGN-EOF               PIC X(01)   VALUE 'N'.
001860     88  END-OF-PINASGN-FILE                  VALUE 'Y'.
001870 01  WS-EXCPMST-EOF               PIC X(01)   VALUE 'N'.
001880     88  END-OF-EXCPMST-FILE                  VALUE 'Y'.
001890 01  WS-DESTRATE-EOF              PIC X(01)   VALUE 'N'.
001900     88  END-OF-DESTRATE-FILE                 VALUE 'Y'.
001910 01  WS-DEPENDS-EOF               PIC X(01)   VALUE 'N'.
001920     88  END-OF-DEPENDS-FILE                  VALUE 'Y'.
001930 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
001940 01  WS-MODMAST-STATUS            PIC X(02)   VALUE '00'.
001950 01  WS-TANKER-STATUS             PIC X(02)   VALUE '00'.
001960 01  WS-PINASGN-STATUS            PIC X(02)   VALUE '00'.
001970 01  WS-EXCPMST-STATUS            PIC X(02)   VALUE '00'.
001980 01  WS-DESTRATE-STATUS           PIC X(02)   VALUE '00'.
001990 01  WS-DEPENDS-STATUS            PIC X(02)   VALUE '00'.
002000 01  WS-RUNLOG-STATUS             PIC X(02)   VALUE '00'.
002010 01  WS-FOUND-SW                  PIC X(01)   VALUE 'N'.
002020     88  RECORD-WAS-FOUND                     VALUE 'Y'.
002030 01  WS-RECORDS-READ              PIC 9(06)   VALUE ZERO.
002040 01  WS-TOTAL-FINDINGS            PIC 9(06)   VALUE ZERO.
002050 01  WS-WORST-SEVERITY            PIC 9(02)   VALUE ZERO.
002060*-----------------------------------------------------------------
002070*    CHECK TABLE - ONE ENTRY PER CHECK: ITS TITLE, ITS
002080*    SEVERITY (THE RETURN CODE IT CONTRIBUTES WHEN IT HAS ANY
002090*    FINDING), AND ITS FINDING COUNT. SEVERITY 8 MARKS A BREAK
002100*    THAT WILL STOP OR MISDIRECT A PRODUCTION JOB; 4 MARKS
002110*    HOUSEKEEPING THAT NEEDS A LOOK.
002120*-----------------------------------------------------------------
002130 01  WS-CHECK-VALUES.
002140     05  FILLER                   PIC X(40)   VALUE
002150         'MASS MODULE NOT ON THE MODULE MASTER'.
002160     05  FILLER                   PIC 9(02)   VALUE 04.
002170     05  FILLER                   PIC X(40)   VALUE
002180         'ACTIVE MASTER MODULE MISSING FROM MASS'.
002190     05  FILLER                   PIC 9(02)   VALUE 04.
002200     05  FILLER                   PIC X(40)   VALUE
002210         'PIN TO A TANKER NOT IN THE FLEET'.
002220     05  FILLER                   PIC 9(02)   VALUE 08.
002230     05  FILLER                   PIC X(40)   VALUE
002240         'PIN FOR AN INACTIVE MODULE'.
002250     05  FILLER                   PIC 9(02)   VALUE 04.
002260     05  FILLER                   PIC X(40)   VALUE
002270         'OPEN EXCEPTION FOR A DELETED MODULE'.
002280     05  FILLER                   PIC 9(02)   VALUE 04.
002290     05  FILLER                   PIC X(40)   VALUE
002300         'DESTINATION WITH NO BLANK-DATE RATE'.
002310     05  FILLER                   PIC 9(02)   VALUE 08.
002320     05  FILLER                   PIC X(40)   VALUE
002330         'DEPENDS PREREQUISITE NEVER RAN'.
002340     05  FILLER                   PIC 9(02)   VALUE 08.
002350     05  FILLER                   PIC X(40)   VALUE
002360         'DEPENDS DEPENDENT PROGRAM NEVER RAN'.
002370     05  FILLER                   PIC 9(02)   VALUE 04.
002380 01  WS-CHECK-DEFINITIONS REDEFINES WS-CHECK-VALUES.
002390     05  WS-CHECK-DEF OCCURS 8 TIMES.
002400         10  CD-TITLE             PIC X(40).
002410         10  CD-SEVERITY          PIC 9(02).
002420 01  WS-CHECK-MAX                 PIC 9(04)   COMP VALUE 8.
002430 01  WS-CHECK-SUB                 PIC 9(04)   COMP VALUE ZERO.
002440 01  WS-CHECK-COUNTS.
002450     05  CK-FINDING-COUNT         PIC 9(06) OCCURS 8 TIMES.
002460*-----------------------------------------------------------------
002470*    TANKER FLEET TABLE - EVERY TANKER ID ON TANKER.DAT
002480*-----------------------------------------------------------------
002490 01  WS-TANKER-MAX                PIC 9(04)   COMP VALUE 50.
002500 01  WS-TANKER-COUNT              PIC 9(04)   COMP VALUE ZERO.
002510 01  WS-TANKER-SCAN               PIC 9(04)   COMP VALUE ZERO.
002520 01  WS-TANKER-SUB                PIC 9(04)   COMP VALUE ZERO.
002530 01  WS-TANKER-TABLE.
002540     05  TB-TANKER-ID             PIC X(05) OCCURS 50 TIMES.
002550*-----------------------------------------------------------------
002560*    DESTINATION TABLE - EVERY DESTINATION ON THE RATES FILE
002570*    AND WHETHER IT HAS A BLANK-DATE RECORD
002580*-----------------------------------------------------------------
002590 01  WS-DEST-MAX                  PIC 9(04)   COMP VALUE 50.
002600 01  WS-DEST-COUNT                PIC 9(04)   COMP VALUE ZERO.
002610 01  WS-DEST-SCAN                 PIC 9(04)   COMP VALUE ZERO.
002620 01  WS-DEST-SUB                  PIC 9(04)   COMP VALUE ZERO.
002630 01  WS-DEST-TABLE.
002640     05  WS-DEST-ENTRY OCCURS 50 TIMES.
002650         10  DS-DEST-CODE         PIC X(08).
002660         10  DS-BLANK-DATE-SW     PIC X(01).
002670         10  DS-RECORD-COUNT      PIC 9(04).
002680*-----------------------------------------------------------------
002690*    RUN-LOG PROBE - THE PROGRAM BEING LOOKED FOR
002700*-----------------------------------------------------------------
002710 01  WS-PROBE-PROGRAM             PIC X(08)   VALUE SPACES.
002720*-----------------------------------------------------------------
002730*    RUN IDENTIFICATION
002740*-----------------------------------------------------------------
002750 01  WS-RUN-DATE.
002760     05  WS-RUN-YYYY              PIC 9(04).
002770     05  WS-RUN-MM                PIC 9(02).
002780     05  WS-RUN-DD                PIC 9(02).
002790 01  WS-RUN-DATE-DISPLAY          PIC X(10).
002800*-----------------------------------------------------------------
002810*    PAGE CONTROL
002820*-----------------------------------------------------------------
002830 01  WS-LINES-PER-PAGE            PIC 9(03)   VALUE 55.
002840 01  WS-LINE-COUNT                PIC 9(03)   VALUE 999.
002850 01  WS-PAGE-NUMBER               PIC 9(04)   VALUE ZERO.
002860 01  WS-COLUMN-HEADING            PIC X(132)  VALUE SPACES.
002870*-----------------------------------------------------------------
002880*    REPORT LINES
002890*-----------------------------------------------------------------
002900 01  WS-HEADING-1.
002910     05  FILLER                   PIC X(40)   VALUE
002920         'REFERENTIAL INTEGRITY AUDIT'.
002930     05  FILLER                   PIC X(09)   VALUE 'RUN DATE '.
002940     05  H1-RUN-DATE              PIC X(10).
002950     05  FILLER                   PIC X(64)   VALUE SPACES.
002960     05  FILLER                   PIC X(05)   VALUE 'PAGE '.
002970     05  H1-PAGE-NUMBER           PIC ZZZ9.
002980 01  WS-FINDING-HEADING.
002990     05  FILLER                   PIC X(10)   VALUE 'KEY'.
003000     05  FILLER                   PIC X(10)   VALUE 'RELATED'.
003010     05  FILLER                   PIC X(50)   VALUE 'DETAIL'.
003020     05  FILLER                   PIC X(62)   VALUE SPACES.
003030 01  WS-CHECK-TITLE-LINE.
003040     05  FILLER                   PIC X(06)   VALUE 'CHECK '.
003050     05  CT-CHECK-NUMBER          PIC 9.
003060     05  FILLER                   PIC X(03)   VALUE ' - '.
003070     05  CT-TITLE                 PIC X(40).
003080     05  FILLER                   PIC X(09)   VALUE 'SEVERITY '.
003090     05  CT-SEVERITY              PIC Z9.
003100     05  FILLER                   PIC X(71)   VALUE SPACES.
003110 01  WS-FINDING-LINE.
003120     05  FL-KEY                   PIC X(08).
003130     05  FILLER                   PIC X(02)   VALUE SPACES.
003140     05  FL-RELATED               PIC X(08).
003150     05  FILLER                   PIC X(02)   VALUE SPACES.
003160     05  FL-DETAIL                PIC X(50).
003170     05  FILLER                   PIC X(62)   VALUE SPACES.
003180 01  WS-CHECK-COUNT-LINE.
003190     05  FILLER                   PIC X(10)   VALUE SPACES.
003200     05  FILLER                   PIC X(10)   VALUE 'FINDINGS '.
003210     05  CC-COUNT                 PIC ZZZZZ9.
003220     05  FILLER                   PIC X(106)  VALUE SPACES.
003230 01  WS-SUMMARY-HEADING.
003240     05  FILLER                   PIC X(10)   VALUE 'CHECK'.
003250     05  FILLER                   PIC X(42)   VALUE 'TITLE'.
003260     05  FILLER                   PIC X(10)   VALUE 'SEVERITY'.
003270     05  FILLER                   PIC X(10)   VALUE 'FINDINGS'.
003280     05  FILLER                   PIC X(60)   VALUE SPACES.
003290 01  WS-SUMMARY-LINE.
003300     05  FILLER                   PIC X(02)   VALUE SPACES.
003310     05  SM-CHECK-NUMBER          PIC 9.
003320     05  FILLER                   PIC X(07)   VALUE SPACES.
003330     05  SM-TITLE                 PIC X(40).
003340     05  FILLER                   PIC X(04)   VALUE SPACES.
003350     05  SM-SEVERITY              PIC Z9.
003360     05  FILLER                   PIC X(06)   VALUE SPACES.
003370     05  SM-COUNT                 PIC ZZZZZ9.
003380     05  FILLER                   PIC X(64)   VALUE SPACES.
003390 01  WS-RESULT-LINE.
003400     05  FILLER                   PIC X(30)   VALUE
003410         'AUDIT RETURN CODE'.
003420     05  RS-RETURN-CODE           PIC Z9.
003430     05  FILLER                   PIC X(100)  VALUE SPACES.
003440 01  WS-PRINT-LINE                PIC X(132).
003450 01  WS-BLANK-LINE                PIC X(132)  VALUE SPACES.
003460*-----------------------------------------------------------------
003470*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
003480*-----------------------------------------------------------------
003490 01  WS-RUNLOG-AREA.
003500     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'INTGCHK'.
003510     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
003520     05  RA-INPUT-NAME            PIC X(20)   VALUE 'MASSDD'.
003530     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
003540     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
003550     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
003560     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
003570 PROCEDURE DIVISION.
003580*-----------------------------------------------------------------
003590*    0000-MAINLINE - EACH CHECK IS ONE PASS AND ONE GROUP ON
003600*    THE REPORT
003610*-----------------------------------------------------------------
003620 0000-MAINLINE.
003630     PERFORM 1000-INITIALIZE
003640         THRU 1000-INITIALIZE-EXIT.
003650     IF RETURN-CODE NOT = ZERO
003660         GO TO 0000-MAINLINE-EXIT
003670     END-IF.
003680     PERFORM 2000-CHECK-MASS-MODULES
003690         THRU 2000-CHECK-MASS-MODULES-EXIT.
003700     PERFORM 2100-CHECK-ACTIVE-MODULES
003710         THRU 2100-CHECK-ACTIVE-MODULES-EXIT.
003720     PERFORM 3000-CHECK-PIN-TANKERS
003730         THRU 3000-CHECK-PIN-TANKERS-EXIT.
003740     PERFORM 3100-CHECK-PIN-MODULES
003750         THRU 3100-CHECK-PIN-MODULES-EXIT.
003760     PERFORM 4000-CHECK-EXCEPTIONS
003770         THRU 4000-CHECK-EXCEPTIONS-EXIT.
003780     PERFORM 5000-CHECK-BASE-RATES
003790         THRU 5000-CHECK-BASE-RATES-EXIT.
003800     PERFORM 6000-CHECK-PREREQUISITES
003810         THRU 6000-CHECK-PREREQUISITES-EXIT.
003820     PERFORM 6100-CHECK-DEPENDENTS
003830         THRU 6100-CHECK-DEPENDENTS-EXIT.
003840     PERFORM 9000-TERMINATE
003850         THRU 9000-TERMINATE-EXIT.
003860 0000-MAINLINE-EXIT.
003870     STOP RUN.
003880*-----------------------------------------------------------------
003890*    1000-INITIALIZE - LOG THE START, OPEN THE KEYED FILES AND
003900*    THE REPORT, AND LOAD THE FLEET AND THE RATE DESTINATIONS
003910*-----------------------------------------------------------------
003920 1000-INITIALIZE.
003930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003940     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
003950         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003960     MOVE 'S' TO RA-PHASE.
003970     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
003980     MOVE ZEROES TO WS-CHECK-COUNTS.
003990     OPEN INPUT MASS.
004000     IF WS-MASS-STATUS NOT = '00'
004010         DISPLAY "INTGCHK: UNABLE TO OPEN MASS INPUT FILE"
004020         DISPLAY "INTGCHK: FILE STATUS = " WS-MASS-STATUS
004030         MOVE 16 TO RETURN-CODE
004040         GO TO 1000-INITIALIZE-EXIT
004050     END-IF.
004060     OPEN INPUT MODMAST.
004070     IF WS-MODMAST-STATUS NOT = '00'
004080         DISPLAY "INTGCHK: UNABLE TO OPEN THE MODULE MASTER"
004090         DISPLAY "INTGCHK: FILE STATUS = " WS-MODMAST-STATUS
004100         MOVE 16 TO RETURN-CODE
004110         GO TO 1000-INITIALIZE-EXIT
004120     END-IF.
004130     OPEN INPUT EXCPMST.
004140     IF WS-EXCPMST-STATUS NOT = '00'
004150         DISPLAY "INTGCHK: UNABLE TO OPEN THE EXCEPTION MASTER"
004160         DISPLAY "INTGCHK: FILE STATUS = " WS-EXCPMST-STATUS
004170         MOVE 16 TO RETURN-CODE
004180         GO TO 1000-INITIALIZE-EXIT
004190     END-IF.
004200     OPEN INPUT RUNLOG.
004210     IF WS-RUNLOG-STATUS NOT = '00'
004220         DISPLAY "INTGCHK: UNABLE TO OPEN THE RUN LOG"
004230         DISPLAY "INTGCHK: FILE STATUS = " WS-RUNLOG-STATUS
004240         MOVE 16 TO RETURN-CODE
004250         GO TO 1000-INITIALIZE-EXIT
004260     END-IF.
004270     OPEN INPUT TANKER.
004280     IF WS-TANKER-STATUS NOT = '00'
004290         DISPLAY "INTGCHK: UNABLE TO OPEN THE TANKER DATASET"
004300         DISPLAY "INTGCHK: FILE STATUS = " WS-TANKER-STATUS
004310         MOVE 16 TO RETURN-CODE
004320         GO TO 1000-INITIALIZE-EXIT
004330     END-IF.
004340     PERFORM 1100-READ-ONE-TANKER
004350         THRU 1100-READ-ONE-TANKER-EXIT
004360         UNTIL END-OF-TANKER-FILE.
004370     CLOSE TANKER.
004380     OPEN INPUT DESTRATE.
004390     IF WS-DESTRATE-STATUS NOT = '00'
004400         DISPLAY "INTGCHK: UNABLE TO OPEN THE RATES DATASET"
004410         DISPLAY "INTGCHK: FILE STATUS = " WS-DESTRATE-STATUS
004420         MOVE 16 TO RETURN-CODE
004430         GO TO 1000-INITIALIZE-EXIT
004440     END-IF.
004450     PERFORM 1200-READ-ONE-RATE
004460         THRU 1200-READ-ONE-RATE-EXIT
004470         UNTIL END-OF-DESTRATE-FILE.
004480     CLOSE DESTRATE.
004490     OPEN OUTPUT INTGRPT.
004500     MOVE WS-FINDING-HEADING TO WS-COLUMN-HEADING.
004510 1000-INITIALIZE-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------------
004540*    1100-READ-ONE-TANKER - NEXT TANKER ID INTO THE FLEET
004550*    TABLE. A TANKER IS IN THE FLEET WHATEVER ITS CAPACITY.
004560*-----------------------------------------------------------------
004570 1100-READ-ONE-TANKER.
004580     READ TANKER
004590         AT END
004600             MOVE 'Y' TO WS-TANKER-EOF
004610             GO TO 1100-READ-ONE-TANKER-EXIT
004620     END-READ.
004630     IF WS-TANKER-COUNT NOT < WS-TANKER-MAX
004640         DISPLAY "INTGCHK: MORE THAN " WS-TANKER-MAX
004650             " TANKERS - " TK-TANKER-ID " IGNORED"
004660         GO TO 1100-READ-ONE-TANKER-EXIT
004670     END-IF.
004680     ADD 1 TO WS-TANKER-COUNT.
004690     MOVE TK-TANKER-ID TO TB-TANKER-ID (WS-TANKER-COUNT).
004700 1100-READ-ONE-TANKER-EXIT.
004710     EXIT.
004720*-----------------------------------------------------------------
004730*    1200-READ-ONE-RATE - NOTE THE RATE RECORD'S DESTINATION,
004740*    AND WHETHER IT IS THE ALWAYS-IN-EFFECT BLANK-DATE RECORD
004750*-----------------------------------------------------------------
004760 1200-READ-ONE-RATE.
004770     READ DESTRATE
004780         AT END
004790             MOVE 'Y' TO WS-DESTRATE-EOF
004800             GO TO 1200-READ-ONE-RATE-EXIT
004810     END-READ.
004820     IF DR-DEST-CODE = SPACES
004830         GO TO 1200-READ-ONE-RATE-EXIT
004840     END-IF.
004850     MOVE ZERO TO WS-DEST-SUB.
004860     MOVE 1 TO WS-DEST-SCAN.
004870     PERFORM 1210-TEST-DEST-ENTRY
004880         THRU 1210-TEST-DEST-ENTRY-EXIT
004890         UNTIL WS-DEST-SUB > ZERO
004900            OR WS-DEST-SCAN > WS-DEST-COUNT.
004910     IF WS-DEST-SUB = ZERO
004920         IF WS-DEST-COUNT NOT < WS-DEST-MAX
004930             DISPLAY "INTGCHK: MORE THAN " WS-DEST-MAX
004940                 " DESTINATIONS - " DR-DEST-CODE " IGNORED"
004950             GO TO 1200-READ-ONE-RATE-EXIT
004960         END-IF
004970         ADD 1 TO WS-DEST-COUNT
004980         MOVE WS-DEST-COUNT TO WS-DEST-SUB
004990         MOVE DR-DEST-CODE TO DS-DEST-CODE (WS-DEST-SUB)
005000         MOVE 'N' TO DS-BLANK-DATE-SW (WS-DEST-SUB)
005010         MOVE ZERO TO DS-RECORD-COUNT (WS-DEST-SUB)
005020     END-IF.
005030     ADD 1 TO DS-RECORD-COUNT (WS-DEST-SUB).
005040     IF DR-EFF-DATE = SPACES
005050         MOVE 'Y' TO DS-BLANK-DATE-SW (WS-DEST-SUB)
005060     END-IF.
005070 1200-READ-ONE-RATE-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100*    1210-TEST-DEST-ENTRY - DOES THIS ENTRY MATCH THE RATE
005110*    RECORD'S DESTINATION
005120*-----------------------------------------------------------------
005130 1210-TEST-DEST-ENTRY.
005140     IF DS-DEST-CODE (WS-DEST-SCAN) = DR-DEST-CODE
005150         MOVE WS-DEST-SCAN TO WS-DEST-SUB
005160     ELSE
005170         ADD 1 TO WS-DEST-SCAN
005180     END-IF.
005190 1210-TEST-DEST-ENTRY-EXIT.
005200     EXIT.
005210*-----------------------------------------------------------------
005220*    2000-CHECK-MASS-MODULES - CHECK 1: EVERY MODULE ON MASS
005230*    MUST HAVE A MODULE MASTER RECORD
005240*-----------------------------------------------------------------
005250 2000-CHECK-MASS-MODULES.
005260     MOVE 1 TO WS-CHECK-SUB.
005270     PERFORM 8400-START-CHECK
005280         THRU 8400-START-CHECK-EXIT.
005290     PERFORM 2010-READ-ONE-MASS
005300         THRU 2010-READ-ONE-MASS-EXIT
005310         UNTIL END-OF-MASS-FILE.
005320     PERFORM 8500-END-CHECK
005330         THRU 8500-END-CHECK-EXIT.
005340 2000-CHECK-MASS-MODULES-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370*    2010-READ-ONE-MASS - NEXT MASS MODULE, LOOKED UP ON THE
005380*    MASTER. THE CNTRL TRAILER IS SKIPPED.
005390*-----------------------------------------------------------------
005400 2010-READ-ONE-MASS.
005410     READ MASS NEXT RECORD
005420         AT END
005430             MOVE 'Y' TO WS-MASS-EOF
005440             GO TO 2010-READ-ONE-MASS-EXIT
005450     END-READ.
005460     IF WS-MASS-STATUS NOT = '00'
005470         DISPLAY "INTGCHK: I/O ERROR READING MASS FILE"
005480         DISPLAY "INTGCHK: FILE STATUS = " WS-MASS-STATUS
005490         MOVE 'Y' TO WS-MASS-EOF
005500         MOVE 16 TO RETURN-CODE
005510         GO TO 2010-READ-ONE-MASS-EXIT
005520     END-IF.
005530     IF MASS-MODULE-ID = 'CNTRL'
005540         GO TO 2010-READ-ONE-MASS-EXIT
005550     END-IF.
005560     ADD 1 TO WS-RECORDS-READ.
005570     MOVE MASS-MODULE-ID TO MM-MODULE-ID.
005580     PERFORM 8600-READ-MASTER
005590         THRU 8600-READ-MASTER-EXIT.
005600     IF NOT RECORD-WAS-FOUND
005610         MOVE SPACES TO WS-FINDING-LINE
005620         MOVE MASS-MODULE-ID TO FL-KEY
005630         MOVE 'NO MODULE MASTER RECORD' TO FL-DETAIL
005640         PERFORM 8000-PRINT-FINDING
005650             THRU 8000-PRINT-FINDING-EXIT
005660     END-IF.
005670 2010-READ-ONE-MASS-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700*    2100-CHECK-ACTIVE-MODULES - CHECK 2: EVERY ACTIVE MODULE
005710*    ON THE MASTER MUST BE ON MASS
005720*-----------------------------------------------------------------
005730 2100-CHECK-ACTIVE-MODULES.
005740     MOVE 2 TO WS-CHECK-SUB.
005750     PERFORM 8400-START-CHECK
005760         THRU 8400-START-CHECK-EXIT.
005770     MOVE LOW-VALUES TO MM-MODULE-ID.
005780     START MODMAST KEY IS NOT LESS THAN MM-MODULE-ID
005790         INVALID KEY
005800             MOVE 'Y' TO WS-MODMAST-EOF
005810     END-START.
005820     PERFORM 2110-READ-ONE-MASTER
005830         THRU 2110-READ-ONE-MASTER-EXIT
005840         UNTIL END-OF-MODMAST-FILE.
005850     PERFORM 8500-END-CHECK
005860         THRU 8500-END-CHECK-EXIT.
005870 2100-CHECK-ACTIVE-MODULES-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------------
005900*    2110-READ-ONE-MASTER - NEXT MASTER RECORD. AN ACTIVE
005910*    MODULE IS LOOKED UP ON MASS BY KEY.
005920*-----------------------------------------------------------------
005930 2110-READ-ONE-MASTER.
005940     READ MODMAST NEXT RECORD
005950         AT END
005960             MOVE 'Y' TO WS-MODMAST-EOF
005970             GO TO 2110-READ-ONE-MASTER-EXIT
005980     END-READ.
005990     IF WS-MODMAST-STATUS NOT = '00'
006000         DISPLAY "INTGCHK: I/O ERROR READING MODULE MASTER"
006010         DISPLAY "INTGCHK: FILE STATUS = " WS-MODMAST-STATUS
006020         MOVE 'Y' TO WS-MODMAST-EOF
006030         MOVE 16 TO RETURN-CODE
006040         GO TO 2110-READ-ONE-MASTER-EXIT
006050     END-IF.
006060     IF MM-STATUS NOT = 'A'
006070         GO TO 2110-READ-ONE-MASTER-EXIT
006080     END-IF.
006090     MOVE MM-MODULE-ID TO MASS-MODULE-ID.
006100     READ MASS
006110         INVALID KEY
006120             MOVE SPACES TO WS-FINDING-LINE
006130             MOVE MM-MODULE-ID TO FL-KEY
006140             MOVE MM-OWNING-TEAM TO FL-RELATED
006150             MOVE 'ACTIVE ON MASTER - NOT ON MASS' TO FL-DETAIL
006160             PERFORM 8000-PRINT-FINDING
006170                 THRU 8000-PRINT-FINDING-EXIT
006180     END-READ.
006190 2110-READ-ONE-MASTER-EXIT.
006200     EXIT.
006210*-----------------------------------------------------------------
006220*    3000-CHECK-PIN-TANKERS - CHECK 3: EVERY SAFETY PIN MUST
006230*    NAME A TANKER IN THE FLEET. A MISSING PINASGN FILE MEANS
006240*    NO MODULE IS PINNED.
006250*-----------------------------------------------------------------
006260 3000-CHECK-PIN-TANKERS.
006270     MOVE 3 TO WS-CHECK-SUB.
006280     PERFORM 8400-START-CHECK
006290         THRU 8400-START-CHECK-EXIT.
006300     MOVE 'N' TO WS-PINASGN-EOF.
006310     OPEN INPUT PINASGN.
006320     PERFORM 3010-READ-ONE-PIN
006330         THRU 3010-READ-ONE-PIN-EXIT
006340         UNTIL END-OF-PINASGN-FILE.
006350     CLOSE PINASGN.
006360     PERFORM 8500-END-CHECK
006370         THRU 8500-END-CHECK-EXIT.
006380 3000-CHECK-PIN-TANKERS-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410*    3010-READ-ONE-PIN - NEXT PIN, ITS TANKER LOOKED UP IN THE
006420*    FLEET TABLE
006430*-----------------------------------------------------------------
006440 3010-READ-ONE-PIN.
006450     READ PINASGN
006460         AT END
006470             MOVE 'Y' TO WS-PINASGN-EOF
006480             GO TO 3010-READ-ONE-PIN-EXIT
006490     END-READ.
006500     MOVE ZERO TO WS-TANKER-SUB.
006510     MOVE 1 TO WS-TANKER-SCAN.
006520     PERFORM 3020-TEST-TANKER-ENTRY
006530         THRU 3020-TEST-TANKER-ENTRY-EXIT
006540         UNTIL WS-TANKER-SUB > ZERO
006550            OR WS-TANKER-SCAN > WS-TANKER-COUNT.
006560     IF WS-TANKER-SUB = ZERO
006570         MOVE SPACES TO WS-FINDING-LINE
006580         MOVE PA-MODULE-ID TO FL-KEY
006590         MOVE PA-TANKER-ID TO FL-RELATED
006600         MOVE 'PINNED TANKER NOT ON TANKER.DAT' TO FL-DETAIL
006610         PERFORM 8000-PRINT-FINDING
006620             THRU 8000-PRINT-FINDING-EXIT
006630     END-IF.
006640 3010-READ-ONE-PIN-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------------
006670*    3020-TEST-TANKER-ENTRY - DOES THIS ENTRY MATCH THE PIN'S
006680*    TANKER
006690*-----------------------------------------------------------------
006700 3020-TEST-TANKER-ENTRY.
006710     IF TB-TANKER-ID (WS-TANKER-SCAN) = PA-TANKER-ID
006720         MOVE WS-TANKER-SCAN TO WS-TANKER-SUB
006730     ELSE
006740         ADD 1 TO WS-TANKER-SCAN
006750     END-IF.
006760 3020-TEST-TANKER-ENTRY-EXIT.
006770     EXIT.
006780*-----------------------------------------------------------------
006790*    3100-CHECK-PIN-MODULES - CHECK 4: A SAFETY PIN FOR A
006800*    MODULE THE MASTER SAYS IS INACTIVE IS STALE
006810*-----------------------------------------------------------------
006820 3100-CHECK-PIN-MODULES.
006830     MOVE 4 TO WS-CHECK-SUB.
006840     PERFORM 8400-START-CHECK
006850         THRU 8400-START-CHECK-EXIT.
006860     MOVE 'N' TO WS-PINASGN-EOF.
006870     OPEN INPUT PINASGN.
006880     PERFORM 3110-READ-ONE-PIN
006890         THRU 3110-READ-ONE-PIN-EXIT
006900         UNTIL END-OF-PINASGN-FILE.
006910     CLOSE PINASGN.
006920     PERFORM 8500-END-CHECK
006930         THRU 8500-END-CHECK-EXIT.
006940 3100-CHECK-PIN-MODULES-EXIT.
006950     EXIT.
006960*-----------------------------------------------------------------
006970*    3110-READ-ONE-PIN - NEXT PIN, ITS MODULE LOOKED UP ON THE
006980*    MASTER
006990*-----------------------------------------------------------------
007000 3110-READ-ONE-PIN.
007010     READ PINASGN
007020         AT END
007030             MOVE 'Y' TO WS-PINASGN-EOF
007040             GO TO 3110-READ-ONE-PIN-EXIT
007050     END-READ.
007060     MOVE PA-MODULE-ID TO MM-MODULE-ID.
007070     PERFORM 8600-READ-MASTER
007080         THRU 8600-READ-MASTER-EXIT.
007090     IF RECORD-WAS-FOUND AND MM-STATUS = 'I'
007100         MOVE SPACES TO WS-FINDING-LINE
007110         MOVE PA-MODULE-ID TO FL-KEY
007120         MOVE PA-TANKER-ID TO FL-RELATED
007130         MOVE 'PIN FOR A MODULE INACTIVE ON THE MASTER'
007140             TO FL-DETAIL
007150         PERFORM 8000-PRINT-FINDING
007160             THRU 8000-PRINT-FINDING-EXIT
007170     END-IF.
007180 3110-READ-ONE-PIN-EXIT.
007190     EXIT.
007200*-----------------------------------------------------------------
007210*    4000-CHECK-EXCEPTIONS - CHECK 5: AN OPEN EXCEPTION MASTER
007220*    RECORD FOR A MODULE NO LONGER ON THE MODULE MASTER CAN
007230*    NEVER BE CLOSED BY A CORRECTION
007240*-----------------------------------------------------------------
007250 4000-CHECK-EXCEPTIONS.
007260     MOVE 5 TO WS-CHECK-SUB.
007270     PERFORM 8400-START-CHECK
007280         THRU 8400-START-CHECK-EXIT.
007290     MOVE LOW-VALUES TO EM-MODULE-ID.
007300     START EXCPMST KEY IS NOT LESS THAN EM-MODULE-ID
007310         INVALID KEY
007320             MOVE 'Y' TO WS-EXCPMST-EOF
007330     END-START.
007340     PERFORM 4010-READ-ONE-EXCEPTION
007350         THRU 4010-READ-ONE-EXCEPTION-EXIT
007360         UNTIL END-OF-EXCPMST-FILE.
007370     PERFORM 8500-END-CHECK
007380         THRU 8500-END-CHECK-EXIT.
007390 4000-CHECK-EXCEPTIONS-EXIT.
007400     EXIT.
007410*-----------------------------------------------------------------
007420*    4010-READ-ONE-EXCEPTION - NEXT EXCEPTION MASTER RECORD.
007430*    ONLY AN OPEN ONE IS LOOKED UP ON THE MODULE MASTER.
007440*-----------------------------------------------------------------
007450 4010-READ-ONE-EXCEPTION.
007460     READ EXCPMST NEXT RECORD
007470         AT END
007480             MOVE 'Y' TO WS-EXCPMST-EOF
007490             GO TO 4010-READ-ONE-EXCEPTION-EXIT
007500     END-READ.
007510     IF WS-EXCPMST-STATUS NOT = '00'
007520         DISPLAY "INTGCHK: I/O ERROR READING EXCEPTION MASTER"
007530         DISPLAY "INTGCHK: FILE STATUS = " WS-EXCPMST-STATUS
007540         MOVE 'Y' TO WS-EXCPMST-EOF
007550         MOVE 16 TO RETURN-CODE
007560         GO TO 4010-READ-ONE-EXCEPTION-EXIT
007570     END-IF.
007580     IF EM-STATUS NOT = 'O'
007590         GO TO 4010-READ-ONE-EXCEPTION-EXIT
007600     END-IF.
007610     MOVE EM-MODULE-ID TO MM-MODULE-ID.
007620     PERFORM 8600-READ-MASTER
007630         THRU 8600-READ-MASTER-EXIT.
007640     IF NOT RECORD-WAS-FOUND
007650         MOVE SPACES TO WS-FINDING-LINE
007660         MOVE EM-MODULE-ID TO FL-KEY
007670         MOVE 'OPEN EXCEPTION - MODULE NOT ON MASTER' TO FL-DETAIL
007680         MOVE EM-LAST-SEEN TO FL-DETAIL(40:10)
007690         PERFORM 8000-PRINT-FINDING
007700             THRU 8000-PRINT-FINDING-EXIT
007710     END-IF.
007720 4010-READ-ONE-EXCEPTION-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------------
007750*    5000-CHECK-BASE-RATES - CHECK 6: EVERY DESTINATION ON THE
007760*    RATES FILE NEEDS A BLANK-DATE RECORD, OR A RUN DATED
007770*    BEFORE ITS EARLIEST EFFECTIVE DATE HAS NO RATE AT ALL
007780*-----------------------------------------------------------------
007790 5000-CHECK-BASE-RATES.
007800     MOVE 6 TO WS-CHECK-SUB.
007810     PERFORM 8400-START-CHECK
007820         THRU 8400-START-CHECK-EXIT.
007830     MOVE 1 TO WS-DEST-SUB.
007840     PERFORM 5010-CHECK-ONE-DEST
007850         THRU 5010-CHECK-ONE-DEST-EXIT
007860         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
007870     PERFORM 8500-END-CHECK
007880         THRU 8500-END-CHECK-EXIT.
007890 5000-CHECK-BASE-RATES-EXIT.
007900     EXIT.
007910*-----------------------------------------------------------------
007920*    5010-CHECK-ONE-DEST - ONE DESTINATION FROM THE TABLE
007930*-----------------------------------------------------------------
007940 5010-CHECK-ONE-DEST.
007950     IF DS-BLANK-DATE-SW (WS-DEST-SUB) NOT = 'Y'
007960         MOVE SPACES TO WS-FINDING-LINE
007970         MOVE DS-DEST-CODE (WS-DEST-SUB) TO FL-KEY
007980         MOVE 'NO BLANK-DATE RATE - DATED RECORDS' TO FL-DETAIL
007990         MOVE DS-RECORD-COUNT (WS-DEST-SUB) TO FL-DETAIL(36:4)
008000         PERFORM 8000-PRINT-FINDING
008010             THRU 8000-PRINT-FINDING-EXIT
008020     END-IF.
008030     ADD 1 TO WS-DEST-SUB.
008040 5010-CHECK-ONE-DEST-EXIT.
008050     EXIT.
008060*-----------------------------------------------------------------
008070*    6000-CHECK-PREREQUISITES - CHECK 7: A DEPENDS ENTRY WHOSE
008080*    PREREQUISITE HAS NEVER WRITTEN TO THE RUN LOG LEAVES ITS
008090*    DEPENDENT JOB REFUSED BY PREREQCK EVERY NIGHT. A MISSING
008100*    DEPENDS FILE MEANS NO JOB IS GATED.
008110*-----------------------------------------------------------------
008120 6000-CHECK-PREREQUISITES.
008130     MOVE 7 TO WS-CHECK-SUB.
008140     PERFORM 8400-START-CHECK
008150         THRU 8400-START-CHECK-EXIT.
008160     MOVE 'N' TO WS-DEPENDS-EOF.
008170     OPEN INPUT DEPENDS.
008180     PERFORM 6010-READ-ONE-PREREQ
008190         THRU 6010-READ-ONE-PREREQ-EXIT
008200         UNTIL END-OF-DEPENDS-FILE.
008210     CLOSE DEPENDS.
008220     PERFORM 8500-END-CHECK
008230         THRU 8500-END-CHECK-EXIT.
008240 6000-CHECK-PREREQUISITES-EXIT.
008250     EXIT.
008260*-----------------------------------------------------------------
008270*    6010-READ-ONE-PREREQ - NEXT DEPENDS ENTRY, ITS
008280*    PREREQUISITE PROBED ON THE RUN LOG
008290*-----------------------------------------------------------------
008300 6010-READ-ONE-PREREQ.
008310     READ DEPENDS
008320         AT END
008330             MOVE 'Y' TO WS-DEPENDS-EOF
008340             GO TO 6010-READ-ONE-PREREQ-EXIT
008350     END-READ.
008360     IF DP-PREREQ-ID = SPACES
008370         GO TO 6010-READ-ONE-PREREQ-EXIT
008380     END-IF.
008390     MOVE DP-PREREQ-ID TO WS-PROBE-PROGRAM.
008400     PERFORM 8700-PROBE-RUN-LOG
008410         THRU 8700-PROBE-RUN-LOG-EXIT.
008420     IF NOT RECORD-WAS-FOUND
008430         MOVE SPACES TO WS-FINDING-LINE
008440         MOVE DP-PREREQ-ID TO FL-KEY
008450         MOVE DP-PROGRAM-ID TO FL-RELATED
008460         MOVE 'PREREQUISITE HAS NEVER WRITTEN TO RUNLOG'
008470             TO FL-DETAIL
008480         PERFORM 8000-PRINT-FINDING
008490             THRU 8000-PRINT-FINDING-EXIT
008500     END-IF.
008510 6010-READ-ONE-PREREQ-EXIT.
008520     EXIT.
008530*-----------------------------------------------------------------
008540*    6100-CHECK-DEPENDENTS - CHECK 8: A DEPENDS ENTRY FOR A
008550*    PROGRAM THAT HAS NEVER RUN IS LIKELY A STALE OR MISTYPED
008560*    CONTROL RECORD
008570*-----------------------------------------------------------------
008580 6100-CHECK-DEPENDENTS.
008590     MOVE 8 TO WS-CHECK-SUB.
008600     PERFORM 8400-START-CHECK
008610         THRU 8400-START-CHECK-EXIT.
008620     MOVE 'N' TO WS-DEPENDS-EOF.
008630     OPEN INPUT DEPENDS.
008640     PERFORM 6110-READ-ONE-DEPENDENT
008650         THRU 6110-READ-ONE-DEPENDENT-EXIT
008660         UNTIL END-OF-DEPENDS-FILE.
008670     CLOSE DEPENDS.
008680     PERFORM 8500-END-CHECK
008690         THRU 8500-END-CHECK-EXIT.
008700 6100-CHECK-DEPENDENTS-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------------
008730*    6110-READ-ONE-DEPENDENT - NEXT DEPENDS ENTRY, ITS
008740*    DEPENDENT PROGRAM PROBED ON THE RUN LOG
008750*-----------------------------------------------------------------
008760 6110-READ-ONE-DEPENDENT.
008770     READ DEPENDS
008780         AT END
008790             MOVE 'Y' TO WS-DEPENDS-EOF
008800             GO TO 6110-READ-ONE-DEPENDENT-EXIT
008810     END-READ.
008820     IF DP-PROGRAM-ID = SPACES
008830         GO TO 6110-READ-ONE-DEPENDENT-EXIT
008840     END-IF.
008850     MOVE DP-PROGRAM-ID TO WS-PROBE-PROGRAM.
008860     PERFORM 8700-PROBE-RUN-LOG
008870         THRU 8700-PROBE-RUN-LOG-EXIT.
008880     IF NOT RECORD-WAS-FOUND
008890         MOVE SPACES TO WS-FINDING-LINE
008900         MOVE DP-PROGRAM-ID TO FL-KEY
008910         MOVE DP-PREREQ-ID TO FL-RELATED
008920         MOVE 'DEPENDENT HAS NEVER WRITTEN TO RUNLOG'
008930             TO FL-DETAIL
008940         PERFORM 8000-PRINT-FINDING
008950             THRU 8000-PRINT-FINDING-EXIT
008960     END-IF.
008970 6110-READ-ONE-DEPENDENT-EXIT.
008980     EXIT.
008990*-----------------------------------------------------------------
009000*    8000-PRINT-FINDING - PRINT THE FINDING LINE AS BUILT AND
009010*    COUNT IT AGAINST THE CURRENT CHECK
009020*-----------------------------------------------------------------
009030 8000-PRINT-FINDING.
009040     ADD 1 TO CK-FINDING-COUNT (WS-CHECK-SUB).
009050     ADD 1 TO WS-TOTAL-FINDINGS.
009060     MOVE WS-FINDING-LINE TO WS-PRINT-LINE.
009070     PERFORM 8100-PRINT-LINE
009080         THRU 8100-PRINT-LINE-EXIT.
009090 8000-PRINT-FINDING-EXIT.
009100     EXIT.
009110*-----------------------------------------------------------------
009120*    8100-PRINT-LINE - WRITE THE LINE BUILT IN WS-PRINT-LINE,
009130*    BREAKING TO A NEW PAGE FIRST WHEN THE PAGE IS FULL
009140*-----------------------------------------------------------------
009150 8100-PRINT-LINE.
009160     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
009170         PERFORM 8200-PRINT-HEADINGS
009180             THRU 8200-PRINT-HEADINGS-EXIT
009190     END-IF.
009200     WRITE PRINT-RECORD FROM WS-PRINT-LINE
009210         AFTER ADVANCING 1 LINE.
009220     ADD 1 TO WS-LINE-COUNT.
009230 8100-PRINT-LINE-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------------
009260*    8200-PRINT-HEADINGS - START A NEW PAGE WITH THE REPORT
009270*    HEADING AND THE CURRENT SECTION'S COLUMN HEADING
009280*-----------------------------------------------------------------
009290 8200-PRINT-HEADINGS.
009300     ADD 1 TO WS-PAGE-NUMBER.
009310     MOVE WS-RUN-DATE-DISPLAY TO H1-RUN-DATE.
009320     MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER.
009330     IF WS-PAGE-NUMBER = 1
009340         WRITE PRINT-RECORD FROM WS-HEADING-1
009350             AFTER ADVANCING 1 LINE
009360     ELSE
009370         WRITE PRINT-RECORD FROM WS-HEADING-1
009380             AFTER ADVANCING PAGE
009390     END-IF.
009400     WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
009410         AFTER ADVANCING 1 LINE.
009420     WRITE PRINT-RECORD FROM WS-BLANK-LINE
009430         AFTER ADVANCING 1 LINE.
009440     MOVE 3 TO WS-LINE-COUNT.
009450 8200-PRINT-HEADINGS-EXIT.
009460     EXIT.
009470*-----------------------------------------------------------------
009480*    8400-START-CHECK - OPEN THE CURRENT CHECK'S GROUP ON THE
009490*    REPORT WITH ITS TITLE AND SEVERITY
009500*-----------------------------------------------------------------
009510 8400-START-CHECK.
009520     MOVE WS-CHECK-SUB TO CT-CHECK-NUMBER.
009530     MOVE CD-TITLE (WS-CHECK-SUB) TO CT-TITLE.
009540     MOVE CD-SEVERITY (WS-CHECK-SUB) TO CT-SEVERITY.
009550     MOVE WS-CHECK-TITLE-LINE TO WS-PRINT-LINE.
009560     PERFORM 8100-PRINT-LINE
009570         THRU 8100-PRINT-LINE-EXIT.
009580 8400-START-CHECK-EXIT.
009590     EXIT.
009600*-----------------------------------------------------------------
009610*    8500-END-CHECK - CLOSE THE CURRENT CHECK'S GROUP WITH ITS
009620*    FINDING COUNT, AND RAISE THE WORST SEVERITY SEEN WHEN IT
009630*    FOUND ANYTHING
009640*-----------------------------------------------------------------
009650 8500-END-CHECK.
009660     MOVE CK-FINDING-COUNT (WS-CHECK-SUB) TO CC-COUNT.
009670     MOVE WS-CHECK-COUNT-LINE TO WS-PRINT-LINE.
009680     PERFORM 8100-PRINT-LINE
009690         THRU 8100-PRINT-LINE-EXIT.
009700     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
009710     PERFORM 8100-PRINT-LINE
009720         THRU 8100-PRINT-LINE-EXIT.
009730     IF CK-FINDING-COUNT (WS-CHECK-SUB) > ZERO
009740             AND CD-SEVERITY (WS-CHECK-SUB) > WS-WORST-SEVERITY
009750         MOVE CD-SEVERITY (WS-CHECK-SUB) TO WS-WORST-SEVERITY
009760     END-IF.
009770     DISPLAY "INTGCHK: CHECK " WS-CHECK-SUB " "
009780         CD-TITLE (WS-CHECK-SUB) " "
009790         CK-FINDING-COUNT (WS-CHECK-SUB).
009800 8500-END-CHECK-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------------
009830*    8600-READ-MASTER - LOOK UP MM-MODULE-ID ON THE MODULE
009840*    MASTER; RECORD-WAS-FOUND SAYS WHETHER IT IS THERE
009850*-----------------------------------------------------------------
009860 8600-READ-MASTER.
009870     MOVE 'Y' TO WS-FOUND-SW.
009880     READ MODMAST
009890         INVALID KEY
009900             MOVE 'N' TO WS-FOUND-SW
009910     END-READ.
009920 8600-READ-MASTER-EXIT.
009930     EXIT.
009940*-----------------------------------------------------------------
009950*    8700-PROBE-RUN-LOG - HAS WS-PROBE-PROGRAM EVER WRITTEN A
009960*    RUN-LOG RECORD? THE KEY LEADS WITH THE PROGRAM, SO THE
009970*    FIRST RECORD AT OR AFTER ITS LOWEST KEY ANSWERS IT.
009980*-----------------------------------------------------------------
009990 8700-PROBE-RUN-LOG.
010000     MOVE 'N' TO WS-FOUND-SW.
010010     MOVE LOW-VALUES TO RL-LOG-KEY.
010020     MOVE WS-PROBE-PROGRAM TO RL-PROGRAM-ID.
010030     START RUNLOG KEY IS NOT LESS THAN RL-LOG-KEY
010040         INVALID KEY
010050             GO TO 8700-PROBE-RUN-LOG-EXIT
010060     END-START.
010070     READ RUNLOG NEXT RECORD
010080         AT END
010090             GO TO 8700-PROBE-RUN-LOG-EXIT
010100     END-READ.
010110     IF WS-RUNLOG-STATUS = '00'
010120             AND RL-PROGRAM-ID = WS-PROBE-PROGRAM
010130         MOVE 'Y' TO WS-FOUND-SW
010140     END-IF.
010150 8700-PROBE-RUN-LOG-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------------
010180*    9000-TERMINATE - PRINT THE SUMMARY BY CHECK, SET THE
010190*    RETURN CODE TO THE WORST SEVERITY FOUND, CLOSE FILES, AND
010200*    LOG THE RUN. AN I/O ERROR DURING A CHECK HAS ALREADY SET
010210*    16 AND IS NOT LOWERED.
010220*-----------------------------------------------------------------
010230 9000-TERMINATE.
010240     MOVE WS-SUMMARY-HEADING TO WS-COLUMN-HEADING.
010250     MOVE 999 TO WS-LINE-COUNT.
010260     MOVE 1 TO WS-CHECK-SUB.
010270     PERFORM 9010-PRINT-ONE-SUMMARY
010280         THRU 9010-PRINT-ONE-SUMMARY-EXIT
010290         UNTIL WS-CHECK-SUB > WS-CHECK-MAX.
010300     IF RETURN-CODE < WS-WORST-SEVERITY
010310         MOVE WS-WORST-SEVERITY TO RETURN-CODE
010320     END-IF.
010330     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
010340     PERFORM 8100-PRINT-LINE
010350         THRU 8100-PRINT-LINE-EXIT.
010360     MOVE RETURN-CODE TO RS-RETURN-CODE.
010370     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
010380     PERFORM 8100-PRINT-LINE
010390         THRU 8100-PRINT-LINE-EXIT.
010400     CLOSE INTGRPT.
010410     CLOSE MASS.
010420     CLOSE MODMAST.
010430     CLOSE EXCPMST.
010440     CLOSE RUNLOG.
010450     DISPLAY "INTGCHK: MASS MODULES READ:    " WS-RECORDS-READ.
010460     DISPLAY "INTGCHK: TOTAL FINDINGS:       " WS-TOTAL-FINDINGS.
010470     DISPLAY "INTGCHK: WORST SEVERITY:       " WS-WORST-SEVERITY.
010480     MOVE 'E' TO RA-PHASE.
010490     MOVE WS-RECORDS-READ TO RA-RECORDS-READ.
010500     MOVE WS-TOTAL-FINDINGS TO RA-RECORDS-REJECTED.
010510     MOVE WS-TOTAL-FINDINGS TO RA-FINAL-TOTAL.
010520     MOVE RETURN-CODE TO RA-RETURN-CODE.
010530     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
010540 9000-TERMINATE-EXIT.
010550     EXIT.
010560*-----------------------------------------------------------------
010570*    9010-PRINT-ONE-SUMMARY - ONE CHECK'S LINE ON THE SUMMARY
010580*-----------------------------------------------------------------
010590 9010-PRINT-ONE-SUMMARY.
010600     MOVE WS-CHECK-SUB TO SM-CHECK-NUMBER.
010610     MOVE CD-TITLE (WS-CHECK-SUB) TO SM-TITLE.
010620     MOVE CD-SEVERITY (WS-CHECK-SUB) TO SM-SEVERITY.
010630     MOVE CK-FINDING-COUNT (WS-CHECK-SUB) TO SM-COUNT.
010640     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
010650     PERFORM 8100-PRINT-LINE
010660         THRU 8100-PRINT-LINE-EXIT.
010670     ADD 1 TO WS-CHECK-SUB.
010680 9010-PRINT-ONE-SUMMARY-EXIT.
010690     EXIT.
