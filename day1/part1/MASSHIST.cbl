000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    MASSHIST.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    PER-MODULE MASS HISTORY AND OUTLIER REPORT.
000120*                      AFTER A CLEAN FUEL RUN (THE DAY'S LATEST
000130*                      HELLO END-OF-RUN RECORD ON THE RUN LOG
000140*                      BELOW RC 8) EACH ACTIVE MODULE'S MASS IS
000150*                      COMPARED WITH ITS OWN ROLLING AVERAGE OVER
000160*                      THE LAST N BUSINESS DATES ON THE MASS
000170*                      HISTORY KSDS (N FROM THE PARM), AND THEN
000180*                      POSTED TO THE HISTORY AS ONE RECORD PER
000190*                      MODULE PER BUSINESS DATE. A MODULE OUTSIDE
000200*                      ITS STAGE'S TOLERANCE (FROM THE STAGETOL
000210*                      CONTROL FILE, DEFAULT FROM THE PARM) IS
000220*                      FLAGGED AND A MODULE WITH NO HISTORY IS
000230*                      LISTED AS NEW. ANYTHING FLAGGED OR NEW ENDS
000240*                      THE STEP RC 4 SO OPERATIONS LOOKS BEFORE
000250*                      FUELLOAD PLANS TANKERS. A RUN THAT WAS NOT
000260*                      CLEAN IS REFUSED RC 12 AND NOTHING IS
000270*                      POSTED.
000280*    2026-10-15  JH    THE FUEL-RUN GATE NOW ALSO READS FUELMRG
000290*                      END-OF-RUN RECORDS. A KEY-RANGE PARTITIONED
000300*                      RUN ENDS WITH THE MERGE STEP, SO THE LATEST
000310*                      END RECORD OF HELLO OR FUELMRG FOR THE
000320*                      DATE, BY RUN TIME, DECIDES.
000330*    2026-10-15  JH    A HELLO PARTITION'S END RECORD, MARKED BY
000340*                      ITS 'PART N/OF' INPUT NAME, NO LONGER
000350*                      JUDGES THE DAY. ONCE PARTITIONS HAVE RUN, A
000360*                      FUELMRG MERGE (OR A COMPLETE HELLO RERUN)
000370*                      MUST HAVE ENDED AFTER THE LAST OF THEM, OR
000380*                      THE STEP IS REFUSED RC 12.
000390*    2026-10-15  JH    RC 4 FOR A FLAGGED MODULE IS NOW SET FROM
000400*                      THE COUNTS AT TERMINATION. SET IN THE
000410*                      MODULE LOOP IT WAS LOST AT THE NEXT MODLOOK
000420*                      CALL.
000430*-----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT MASS ASSIGN TO MASSDD
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS MASS-MODULE-ID
000510         FILE STATUS IS WS-MASS-STATUS.
000520     SELECT MASSHIST ASSIGN TO MHISTDD
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS MH-HISTORY-KEY
000560         FILE STATUS IS WS-MASSHIST-STATUS.
000570     SELECT OPTIONAL STAGETOL ASSIGN TO 'STAGETOL.DAT'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-STAGETOL-STATUS.
000600     SELECT RUNLOG ASSIGN TO RUNLOGDD
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS RL-LOG-KEY
000640         FILE STATUS IS WS-RUNLOG-STATUS.
000650     SELECT OUTLRPT ASSIGN TO 'OUTLRPT.DAT'
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  MASS.
000700 01  MASS-FILE.
000710     05  MASS-MODULE-ID          PIC X(05).
000720     05  MASS-NUMBER             PIC 9(10).
000730*-----------------------------------------------------------------
000740*    MHISTDD - MASS HISTORY KSDS, ONE RECORD PER MODULE PER
000750*    BUSINESS DATE, KEYED ON MODULE-ID THEN DATE SO A MODULE'S
000760*    HISTORY READS IN DATE ORDER
000770*-----------------------------------------------------------------
000780 FD  MASSHIST.
000790 01  MASSHIST-RECORD.
000800     05  MH-HISTORY-KEY.
000810         10  MH-MODULE-ID         PIC X(05).
000820         10  MH-BUSINESS-DATE     PIC X(10).
000830     05  MH-SPACER-1              PIC X(01).
000840     05  MH-MASS-NUMBER           PIC 9(10).
000850*-----------------------------------------------------------------
000860*    STAGETOL.DAT - OUTLIER TOLERANCE PER MODULE STAGE: THE
000870*    TWO-CHARACTER STAGE PREFIX OF THE MODULE-ID AND THE
000880*    TOLERANCE IN WHOLE PERCENT. A STAGE NOT ON THE FILE (OR NO
000890*    FILE AT ALL) USES THE DEFAULT TOLERANCE FROM THE PARM.
000900*-----------------------------------------------------------------
000910 FD  STAGETOL.
000920 01  STAGETOL-RECORD.
000930     05  ST-STAGE                 PIC X(02).
000940     05  ST-SPACER-1              PIC X(01).
000950     05  ST-TOLERANCE             PIC 9(03).
000960*-----------------------------------------------------------------
000970*    RUNLOGDD - CENTRAL RUN-LOG KSDS, KEYED ON PROGRAM, DATE,
000980*    TIME, AND PHASE. LAYOUT MATCHES THE RECORD WRITTEN BY THE
000990*    SHARED RUNLOG ROUTINE.
001000*-----------------------------------------------------------------
001010 FD  RUNLOG.
001020 01  RUNLOG-RECORD.
001030     05  RL-LOG-KEY.
001040         10  RL-PROGRAM-ID        PIC X(08).
001050         10  RL-RUN-DATE          PIC X(10).
001060         10  RL-RUN-TIME          PIC X(08).
001070         10  RL-PHASE             PIC X(01).
001080     05  RL-SPACER-1              PIC X(01).
001090     05  RL-INPUT-NAME            PIC X(20).
001100     05  RL-SPACER-2              PIC X(01).
001110     05  RL-RECORDS-READ          PIC 9(06).
001120     05  RL-SPACER-3              PIC X(01).
001130     05  RL-RECORDS-REJECTED      PIC 9(06).
001140     05  RL-SPACER-4              PIC X(01).
001150     05  RL-FINAL-TOTAL           PIC -9(10).
001160     05  RL-SPACER-5              PIC X(01).
001170     05  RL-RETURN-CODE           PIC 9(04).
001180*-----------------------------------------------------------------
001190*    OUTLRPT.DAT - 132-CHARACTER OUTLIER REPORT
001200*-----------------------------------------------------------------
001210 FD  OUTLRPT.
001220 01  PRINT-RECORD                 PIC X(132).
001230 WORKING-STORAGE SECTION.
001240*-----------------------------------------------------------------
001250*    MASS RECORD WORK AREA - THE REDEFINITION EXPOSES THE
001260*    LEADING STAGE PREFIX OF THE MODULE-ID
001270*-----------------------------------------------------------------
001280 01  WS-MASS.
001290     05  WS-MODULE-ID            PIC X(05).
001300     05  WS-MODULE-ID-PARTS REDEFINES WS-MODULE-ID.
001310         10  WS-STAGE-PREFIX     PIC X(02).
001320         10  FILLER              PIC X(03).
001330     05  WS-MASS-NUMBER          PIC 9(10).
001340*-----------------------------------------------------------------
001350*    SWITCHES AND COUNTERS
001360*-----------------------------------------------------------------
001370 01  WS-MASS-EOF                  PIC X(01)   VALUE 'N'.
001380     88  END-OF-MASS-FILE                     VALUE 'Y'.
001390 01  WS-HISTORY-EOF               PIC X(01)   VALUE 'N'.
001400     88  END-OF-MODULE-HISTORY                VALUE 'Y'.
001410 01  WS-STAGETOL-EOF              PIC X(01)   VALUE 'N'.
001420     88  END-OF-STAGETOL-FILE                 VALUE 'Y'.
001430 01  WS-RUNLOG-EOF                PIC X(01)   VALUE 'N'.
001440     88  END-OF-RUNLOG-SCAN                   VALUE 'Y'.
001450 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
001460 01  WS-MASSHIST-STATUS           PIC X(02)   VALUE '00'.
001470 01  WS-STAGETOL-STATUS           PIC X(02)   VALUE '00'.
001480 01  WS-RUNLOG-STATUS             PIC X(02)   VALUE '00'.
001490 01  WS-READ-COUNT                PIC 9(06)   VALUE ZERO.
001500 01  WS-CHECKED-COUNT             PIC 9(06)   VALUE ZERO.
001510 01  WS-SKIPPED-COUNT             PIC 9(06)   VALUE ZERO.
001520 01  WS-INACTIVE-COUNT            PIC 9(06)   VALUE ZERO.
001530 01  WS-OUTLIER-COUNT             PIC 9(06)   VALUE ZERO.
001540 01  WS-NEW-MODULE-COUNT          PIC 9(06)   VALUE ZERO.
001550 01  WS-POSTED-COUNT              PIC 9(06)   VALUE ZERO.
001560 01  WS-POST-ERROR-COUNT          PIC 9(06)   VALUE ZERO.
001570*-----------------------------------------------------------------
001580*    THE FUEL RUN BEING POSTED - PROVEN AGAINST THE RUN LOG
001590*    BEFORE ANYTHING IS READ OR POSTED
001600*-----------------------------------------------------------------
001610 01  WS-FUELRUN-END-SW            PIC X(01)   VALUE 'N'.
001620     88  FUEL-RUN-ENDED                       VALUE 'Y'.
001630 01  WS-FUELRUN-RC                PIC 9(04)   VALUE ZERO.
001640 01  WS-FUELRUN-TIME              PIC X(08)   VALUE SPACES.
001650 01  WS-SCAN-PROGRAM              PIC X(08)   VALUE SPACES.
001660 01  WS-PARTITION-TIME            PIC X(08)   VALUE SPACES.
001670*-----------------------------------------------------------------
001680*    ROLLING-AVERAGE WINDOW - THE MODULE'S LAST N HISTORY
001690*    MASSES BEFORE THE BUSINESS DATE, HELD AS A RING SO THE
001700*    OLDEST DROPS OUT AS EACH NEWER ONE IS READ
001710*-----------------------------------------------------------------
001720 01  WS-WINDOW-DAYS               PIC 9(03)   VALUE 10.
001730 01  WS-WINDOW-MAX                PIC 9(03)   VALUE 90.
001740 01  WS-WINDOW-TEXT               PIC X(03)   VALUE SPACES.
001750 01  WS-WINDOW-LENGTH             PIC 9(02)   VALUE ZERO.
001760 01  WS-RING-COUNT                PIC 9(04)   COMP VALUE ZERO.
001770 01  WS-RING-SUB                  PIC 9(04)   COMP VALUE ZERO.
001780 01  WS-RING-SUM                  PIC 9(13)   VALUE ZERO.
001790 01  WS-RING-TABLE.
001800     05  WS-RING-MASS             PIC 9(10)   OCCURS 90 TIMES.
001810 01  WS-AVERAGE-MASS              PIC 9(10)   VALUE ZERO.
001820 01  WS-MASS-DIFFERENCE           PIC 9(10)   VALUE ZERO.
001830 01  WS-DEVIATION                 PIC 9(07)   VALUE ZERO.
001840*-----------------------------------------------------------------
001850*    STAGE TOLERANCES - FROM STAGETOL, DEFAULT FROM THE PARM
001860*-----------------------------------------------------------------
001870 01  WS-DEFAULT-TOLERANCE         PIC 9(03)   VALUE 25.
001880 01  WS-TOL-TEXT                  PIC X(03)   VALUE SPACES.
001890 01  WS-TOL-LENGTH                PIC 9(02)   VALUE ZERO.
001900 01  WS-TOLERANCE                 PIC 9(03)   VALUE ZERO.
001910 01  WS-STAGE-MAX                 PIC 9(04)   COMP VALUE 100.
001920 01  WS-STAGE-COUNT               PIC 9(04)   COMP VALUE ZERO.
001930 01  WS-STAGE-SCAN                PIC 9(04)   COMP VALUE ZERO.
001940 01  WS-STAGE-FOUND-SUB           PIC 9(04)   COMP VALUE ZERO.
001950 01  WS-STAGE-TABLE.
001960     05  WS-STAGE-ENTRY OCCURS 100 TIMES.
001970         10  SG-STAGE             PIC X(02).
001980         10  SG-TOLERANCE         PIC 9(03).
001990*-----------------------------------------------------------------
002000*    BUSINESS DATE AND PARM
002010*-----------------------------------------------------------------
002020 01  WS-BUSINESS-DATE             PIC X(10)   VALUE SPACES.
002030 01  WS-PARM-TEXT                 PIC X(20)   VALUE SPACES.
002040 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
002050*-----------------------------------------------------------------
002060*    RUN IDENTIFICATION
002070*-----------------------------------------------------------------
002080 01  WS-RUN-DATE.
002090     05  WS-RUN-YYYY              PIC 9(04).
002100     05  WS-RUN-MM                PIC 9(02).
002110     05  WS-RUN-DD                PIC 9(02).
002120 01  WS-RUN-DATE-DISPLAY          PIC X(10).
002130*-----------------------------------------------------------------
002140*    MODULE MASTER LOOKUP AREA FOR THE SHARED MODLOOK ROUTINE
002150*-----------------------------------------------------------------
002160 01  WS-MODLOOK-AREA.
002170     05  ML-MODULE-ID            PIC X(05).
002180     05  ML-FOUND-SW             PIC X(01).
002190     05  ML-MODULE-NAME          PIC X(20).
002200     05  ML-STAGE-DESC           PIC X(20).
002210     05  ML-OWNING-TEAM          PIC X(10).
002220     05  ML-STATUS               PIC X(01).
002230*-----------------------------------------------------------------
002240*    PAGE CONTROL
002250*-----------------------------------------------------------------
002260 01  WS-LINES-PER-PAGE            PIC 9(03)   VALUE 55.
002270 01  WS-LINE-COUNT                PIC 9(03)   VALUE 999.
002280 01  WS-PAGE-NUMBER               PIC 9(04)   VALUE ZERO.
002290*-----------------------------------------------------------------
002300*    REPORT LINES
002310*-----------------------------------------------------------------
002320 01  WS-HEADING-1.
002330     05  FILLER                   PIC X(28)   VALUE
002340         'MODULE MASS OUTLIER REPORT'.
002350     05  FILLER                   PIC X(14)   VALUE
002360         'BUSINESS DATE '.
002370     05  H1-BUSINESS-DATE         PIC X(10).
002380     05  FILLER                   PIC X(18)   VALUE
002390         '   AVERAGE OF LAST'.
002400     05  H1-WINDOW-DAYS           PIC ZZ9.
002410     05  FILLER                   PIC X(15)   VALUE
002420         ' BUSINESS DATES'.
002430     05  FILLER                   PIC X(35)   VALUE SPACES.
002440     05  FILLER                   PIC X(05)   VALUE 'PAGE '.
002450     05  H1-PAGE-NUMBER           PIC ZZZ9.
002460 01  WS-HEADING-2.
002470     05  FILLER                   PIC X(08)   VALUE 'MODULE'.
002480     05  FILLER                   PIC X(07)   VALUE 'STAGE'.
002490     05  FILLER                   PIC X(13)   VALUE
002500         'TODAY''S MASS'.
002510     05  FILLER                   PIC X(13)   VALUE
002520         ' AVERAGE MASS'.
002530     05  FILLER                   PIC X(07)   VALUE '   DAYS'.
002540     05  FILLER                   PIC X(12)   VALUE
002550         '  DEVIATION%'.
002560     05  FILLER                   PIC X(12)   VALUE
002570         '  TOLERANCE%'.
002580     05  FILLER                   PIC X(03)   VALUE SPACES.
002590     05  FILLER                   PIC X(57)   VALUE 'FINDING'.
002600 01  WS-OUTLIER-LINE.
002610     05  OL-MODULE-ID             PIC X(05).
002620     05  FILLER                   PIC X(03)   VALUE SPACES.
002630     05  OL-STAGE                 PIC X(02).
002640     05  FILLER                   PIC X(05)   VALUE SPACES.
002650     05  OL-TODAY-MASS            PIC ZZZZZZZZZ9.
002660     05  FILLER                   PIC X(03)   VALUE SPACES.
002670     05  OL-AVERAGE-MASS          PIC ZZZZZZZZZ9.
002680     05  FILLER                   PIC X(04)   VALUE SPACES.
002690     05  OL-DAYS                  PIC ZZ9.
002700     05  FILLER                   PIC X(05)   VALUE SPACES.
002710     05  OL-DEVIATION             PIC ZZZZZZ9.
002720     05  FILLER                   PIC X(09)   VALUE SPACES.
002730     05  OL-TOLERANCE             PIC ZZ9.
002740     05  FILLER                   PIC X(03)   VALUE SPACES.
002750     05  OL-FINDING               PIC X(40).
002760     05  FILLER                   PIC X(17)   VALUE SPACES.
002770 01  WS-SUMMARY-LINE.
002780     05  SM-LABEL                 PIC X(30).
002790     05  SM-COUNT                 PIC ZZZZZ9.
002800     05  FILLER                   PIC X(96)   VALUE SPACES.
002810 01  WS-PRINT-LINE                PIC X(132).
002820 01  WS-BLANK-LINE                PIC X(132)  VALUE SPACES.
002830*-----------------------------------------------------------------
002840*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
002850*-----------------------------------------------------------------
002860 01  WS-RUNLOG-AREA.
002870     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'MASSHIST'.
002880     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
002890     05  RA-INPUT-NAME            PIC X(20)   VALUE 'MASSDD'.
002900     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
002910     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
002920     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
002930     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
002940 LINKAGE SECTION.
002950*-----------------------------------------------------------------
002960*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
002970*    MVS CONVENTION: THE NUMBER OF BUSINESS DATES IN THE ROLLING
002980*    AVERAGE (DEFAULT 10, MAXIMUM 90), THE DEFAULT OUTLIER
002990*    TOLERANCE IN PERCENT FOR STAGES NOT ON STAGETOL (DEFAULT
003000*    25), AND AN OPTIONAL BUSINESS DATE AS YYYY-MM-DD (DEFAULT
003010*    TODAY), E.G. PARM='010 025'.
003020*-----------------------------------------------------------------
003030 01  LK-PARM.
003040     05  LK-PARM-LENGTH           PIC S9(04) COMP.
003050     05  LK-PARM-DATA             PIC X(20).
003060 PROCEDURE DIVISION USING LK-PARM.
003070*-----------------------------------------------------------------
003080*    0000-MAINLINE
003090*-----------------------------------------------------------------
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE
003120         THRU 1000-INITIALIZE-EXIT.
003130     IF RETURN-CODE NOT = ZERO
003140         GO TO 0000-MAINLINE-EXIT
003150     END-IF.
003160     PERFORM 2000-PROCESS-MASS-FILE
003170         THRU 2000-PROCESS-MASS-FILE-EXIT.
003180     PERFORM 9000-TERMINATE
003190         THRU 9000-TERMINATE-EXIT.
003200 0000-MAINLINE-EXIT.
003210     STOP RUN.
003220*-----------------------------------------------------------------
003230*    1000-INITIALIZE - PARSE THE PARM, PROVE THE FUEL RUN RAN
003240*    CLEAN, LOAD THE STAGE TOLERANCES, AND OPEN THE FILES
003250*-----------------------------------------------------------------
003260 1000-INITIALIZE.
003270     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
003280     IF WS-PARM-LENGTH > 20
003290         MOVE 20 TO WS-PARM-LENGTH
003300     END-IF.
003310     IF WS-PARM-LENGTH > ZERO
003320         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
003330     END-IF.
003340     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
003350         INTO WS-WINDOW-TEXT COUNT IN WS-WINDOW-LENGTH
003360             WS-TOL-TEXT COUNT IN WS-TOL-LENGTH
003370             WS-BUSINESS-DATE
003380     END-UNSTRING.
003390     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003400     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
003410         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003420     IF WS-BUSINESS-DATE = SPACES
003430         MOVE WS-RUN-DATE-DISPLAY TO WS-BUSINESS-DATE
003440     END-IF.
003450     MOVE 'S' TO RA-PHASE.
003460     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
003470     IF WS-WINDOW-LENGTH > 3
003480         DISPLAY "MASSHIST: AVERAGE WINDOW PARM LONGER THAN 3"
003490             " DIGITS"
003500         MOVE 16 TO RETURN-CODE
003510         GO TO 1000-INITIALIZE-EXIT
003520     END-IF.
003530     IF WS-WINDOW-LENGTH > ZERO
003540         IF WS-WINDOW-TEXT(1:WS-WINDOW-LENGTH) IS NUMERIC
003550             MOVE WS-WINDOW-TEXT(1:WS-WINDOW-LENGTH)
003560                 TO WS-WINDOW-DAYS
003570         ELSE
003580             DISPLAY "MASSHIST: AVERAGE WINDOW PARM NOT NUMERIC"
003590             MOVE 16 TO RETURN-CODE
003600             GO TO 1000-INITIALIZE-EXIT
003610         END-IF
003620     END-IF.
003630     IF WS-WINDOW-DAYS = ZERO OR WS-WINDOW-DAYS > WS-WINDOW-MAX
003640         DISPLAY "MASSHIST: AVERAGE WINDOW MUST BE 1 TO "
003650             WS-WINDOW-MAX " BUSINESS DATES"
003660         MOVE 16 TO RETURN-CODE
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003690     IF WS-TOL-LENGTH > 3
003700         DISPLAY "MASSHIST: TOLERANCE PARM LONGER THAN 3 DIGITS"
003710         MOVE 16 TO RETURN-CODE
003720         GO TO 1000-INITIALIZE-EXIT
003730     END-IF.
003740     IF WS-TOL-LENGTH > ZERO
003750         IF WS-TOL-TEXT(1:WS-TOL-LENGTH) IS NUMERIC
003760             MOVE WS-TOL-TEXT(1:WS-TOL-LENGTH)
003770                 TO WS-DEFAULT-TOLERANCE
003780         ELSE
003790             DISPLAY "MASSHIST: TOLERANCE PARM NOT NUMERIC"
003800             MOVE 16 TO RETURN-CODE
003810             GO TO 1000-INITIALIZE-EXIT
003820         END-IF
003830     END-IF.
003840     PERFORM 1100-VERIFY-FUEL-RUN
003850         THRU 1100-VERIFY-FUEL-RUN-EXIT.
003860     IF RETURN-CODE NOT = ZERO
003870         PERFORM 1300-LOG-REFUSAL
003880             THRU 1300-LOG-REFUSAL-EXIT
003890         GO TO 1000-INITIALIZE-EXIT
003900     END-IF.
003910     PERFORM 1200-LOAD-STAGE-TOLERANCES
003920         THRU 1200-LOAD-STAGE-TOLERANCES-EXIT.
003930     OPEN INPUT MASS.
003940     IF WS-MASS-STATUS NOT = '00'
003950         DISPLAY "MASSHIST: UNABLE TO OPEN THE MASS FILE"
003960         DISPLAY "MASSHIST: FILE STATUS = " WS-MASS-STATUS
003970         MOVE 16 TO RETURN-CODE
003980         GO TO 1000-INITIALIZE-EXIT
003990     END-IF.
004000     OPEN I-O MASSHIST.
004010     IF WS-MASSHIST-STATUS = '35'
004020         OPEN OUTPUT MASSHIST
004030         CLOSE MASSHIST
004040         OPEN I-O MASSHIST
004050     END-IF.
004060     IF WS-MASSHIST-STATUS NOT = '00'
004070         DISPLAY "MASSHIST: UNABLE TO OPEN THE MASS HISTORY"
004080         DISPLAY "MASSHIST: FILE STATUS = " WS-MASSHIST-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         GO TO 1000-INITIALIZE-EXIT
004110     END-IF.
004120     OPEN OUTPUT OUTLRPT.
004130 1000-INITIALIZE-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------------
004160*    1100-VERIFY-FUEL-RUN - THE BUSINESS DATE'S LATEST END-OF-
004170*    RUN RECORD FOR THE FUEL RUN MUST BE ON THE RUN LOG WITH A
004180*    RETURN CODE BELOW 8. MASSES FROM A RUN THAT FAILED ITS
004190*    CONTROLS MUST NEVER BECOME ANY MODULE'S TRACK RECORD.
004200*-----------------------------------------------------------------
004210 1100-VERIFY-FUEL-RUN.
004220     OPEN INPUT RUNLOG.
004230     IF WS-RUNLOG-STATUS NOT = '00'
004240         DISPLAY "MASSHIST: RUN LOG UNREADABLE - CANNOT PROVE"
004250             " THE FUEL RUN - HISTORY NOT POSTED"
004260         DISPLAY "MASSHIST: FILE STATUS = " WS-RUNLOG-STATUS
004270         MOVE 12 TO RETURN-CODE
004280         GO TO 1100-VERIFY-FUEL-RUN-EXIT
004290     END-IF.
004300     MOVE 'HELLO' TO WS-SCAN-PROGRAM.
004310     PERFORM 1105-SCAN-ONE-PROGRAM
004320         THRU 1105-SCAN-ONE-PROGRAM-EXIT.
004330     MOVE 'FUELMRG' TO WS-SCAN-PROGRAM.
004340     PERFORM 1105-SCAN-ONE-PROGRAM
004350         THRU 1105-SCAN-ONE-PROGRAM-EXIT.
004360     CLOSE RUNLOG.
004370     IF WS-PARTITION-TIME NOT = SPACES
004380             AND WS-FUELRUN-TIME < WS-PARTITION-TIME
004390         DISPLAY "MASSHIST: PARTITIONED FUEL RUN OF "
004400             WS-BUSINESS-DATE " NOT MERGED SINCE ITS LAST"
004410             " PARTITION - HISTORY NOT POSTED"
004420         MOVE 12 TO RETURN-CODE
004430         GO TO 1100-VERIFY-FUEL-RUN-EXIT
004440     END-IF.
004450     IF NOT FUEL-RUN-ENDED
004460         DISPLAY "MASSHIST: NO FUEL RUN ENDED ON "
004470             WS-BUSINESS-DATE " - HISTORY NOT POSTED"
004480         MOVE 12 TO RETURN-CODE
004490         GO TO 1100-VERIFY-FUEL-RUN-EXIT
004500     END-IF.
004510     IF WS-FUELRUN-RC NOT < 8
004520         DISPLAY "MASSHIST: FUEL RUN OF " WS-BUSINESS-DATE
004530             " ENDED RC " WS-FUELRUN-RC " - HISTORY NOT POSTED"
004540         MOVE 12 TO RETURN-CODE
004550     END-IF.
004560 1100-VERIFY-FUEL-RUN-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590*    1105-SCAN-ONE-PROGRAM - THE DATE'S RUN-LOG RECORDS FOR ONE
004600*    FUEL-RUN PROGRAM. A PARTITIONED RUN ENDS WITH THE FUELMRG
004610*    MERGE STEP AFTER ITS HELLO PARTITIONS, SO BOTH ARE SCANNED
004620*    AND THE LATER END RECORD OF EITHER JUDGES THE DAY. A HELLO
004630*    PARTITION'S OWN END RECORD COVERS ONLY ITS KEY RANGE, SO IT
004640*    NEVER JUDGES THE DAY - A MERGE, OR A COMPLETE HELLO RERUN,
004650*    MUST HAVE ENDED AFTER THE LAST PARTITION.
004660*-----------------------------------------------------------------
004670 1105-SCAN-ONE-PROGRAM.
004680     MOVE 'N' TO WS-RUNLOG-EOF.
004690     MOVE LOW-VALUES TO RL-LOG-KEY.
004700     MOVE WS-SCAN-PROGRAM TO RL-PROGRAM-ID.
004710     MOVE WS-BUSINESS-DATE TO RL-RUN-DATE.
004720     START RUNLOG KEY IS NOT LESS THAN RL-LOG-KEY
004730         INVALID KEY
004740             MOVE 'Y' TO WS-RUNLOG-EOF
004750     END-START.
004760     PERFORM 1110-SCAN-ONE-LOG-RECORD
004770         THRU 1110-SCAN-ONE-LOG-RECORD-EXIT
004780         UNTIL END-OF-RUNLOG-SCAN.
004790 1105-SCAN-ONE-PROGRAM-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820*    1110-SCAN-ONE-LOG-RECORD - NEXT LOG RECORD IN KEY ORDER.
004830*    THE LATEST END RECORD OF THE DATE IS AUTHORITATIVE - AN
004840*    EARLIER CLEAN RUN DOES NOT EXCUSE A LATER FAILED RERUN. A
004850*    HELLO PARTITION LOGS ITS INPUT NAME AS 'PART N/OF ...' AND
004860*    ONLY ITS TIME IS KEPT.
004870*-----------------------------------------------------------------
004880 1110-SCAN-ONE-LOG-RECORD.
004890     READ RUNLOG NEXT RECORD
004900         AT END
004910             MOVE 'Y' TO WS-RUNLOG-EOF
004920             GO TO 1110-SCAN-ONE-LOG-RECORD-EXIT
004930     END-READ.
004940     IF WS-RUNLOG-STATUS NOT = '00'
004950         MOVE 'Y' TO WS-RUNLOG-EOF
004960         GO TO 1110-SCAN-ONE-LOG-RECORD-EXIT
004970     END-IF.
004980     IF RL-PROGRAM-ID NOT = WS-SCAN-PROGRAM
004990             OR RL-RUN-DATE NOT = WS-BUSINESS-DATE
005000         MOVE 'Y' TO WS-RUNLOG-EOF
005010         GO TO 1110-SCAN-ONE-LOG-RECORD-EXIT
005020     END-IF.
005030     IF RL-PHASE = 'E' AND RL-PROGRAM-ID = 'HELLO'
005040             AND RL-INPUT-NAME(1:5) = 'PART '
005050             AND RL-INPUT-NAME(8:1) = '/'
005060         MOVE RL-RUN-TIME TO WS-PARTITION-TIME
005070         GO TO 1110-SCAN-ONE-LOG-RECORD-EXIT
005080     END-IF.
005090     IF RL-PHASE = 'E' AND RL-RUN-TIME NOT < WS-FUELRUN-TIME
005100         SET FUEL-RUN-ENDED TO TRUE
005110         MOVE RL-RETURN-CODE TO WS-FUELRUN-RC
005120         MOVE RL-RUN-TIME TO WS-FUELRUN-TIME
005130     END-IF.
005140 1110-SCAN-ONE-LOG-RECORD-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005170*    1200-LOAD-STAGE-TOLERANCES - LOAD THE STAGE TOLERANCE
005180*    FILE INTO THE STAGE TABLE. A MISSING FILE LEAVES THE
005190*    TABLE EMPTY AND EVERY STAGE ON THE DEFAULT.
005200*-----------------------------------------------------------------
005210 1200-LOAD-STAGE-TOLERANCES.
005220     OPEN INPUT STAGETOL.
005230     IF WS-STAGETOL-STATUS NOT = '00'
005240             AND WS-STAGETOL-STATUS NOT = '05'
005250         DISPLAY "MASSHIST: STAGE TOLERANCE FILE UNREADABLE -"
005260             " DEFAULT TOLERANCE USED FOR EVERY STAGE"
005270         GO TO 1200-LOAD-STAGE-TOLERANCES-EXIT
005280     END-IF.
005290     PERFORM 1210-READ-ONE-TOLERANCE
005300         THRU 1210-READ-ONE-TOLERANCE-EXIT
005310         UNTIL END-OF-STAGETOL-FILE.
005320     CLOSE STAGETOL.
005330 1200-LOAD-STAGE-TOLERANCES-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------------
005360*    1210-READ-ONE-TOLERANCE - NEXT STAGE TOLERANCE. AN
005370*    UNUSABLE RECORD, OR ONE BEYOND THE TABLE, IS IGNORED WITH
005380*    A WARNING.
005390*-----------------------------------------------------------------
005400 1210-READ-ONE-TOLERANCE.
005410     READ STAGETOL
005420         AT END
005430             MOVE 'Y' TO WS-STAGETOL-EOF
005440             GO TO 1210-READ-ONE-TOLERANCE-EXIT
005450     END-READ.
005460     IF ST-TOLERANCE IS NOT NUMERIC OR ST-STAGE = SPACES
005470         DISPLAY "MASSHIST: UNUSABLE STAGE TOLERANCE RECORD "
005480             STAGETOL-RECORD " - IGNORED"
005490         GO TO 1210-READ-ONE-TOLERANCE-EXIT
005500     END-IF.
005510     IF WS-STAGE-COUNT NOT < WS-STAGE-MAX
005520         DISPLAY "MASSHIST: MORE THAN " WS-STAGE-MAX
005530             " STAGE TOLERANCES - " ST-STAGE " IGNORED"
005540         GO TO 1210-READ-ONE-TOLERANCE-EXIT
005550     END-IF.
005560     ADD 1 TO WS-STAGE-COUNT.
005570     MOVE ST-STAGE TO SG-STAGE (WS-STAGE-COUNT).
005580     MOVE ST-TOLERANCE TO SG-TOLERANCE (WS-STAGE-COUNT).
005590 1210-READ-ONE-TOLERANCE-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620*    1300-LOG-REFUSAL - A DESIGNED REFUSAL ENDS THE RUN BEFORE
005630*    9000-TERMINATE, SO LOG THE END-OF-RUN RECORD HERE THE WAY
005640*    THE PREREQUISITE GATES DO - THE OPERATIONS SUMMARY THEN
005650*    SHOWS THE REFUSAL AND ITS RETURN CODE RATHER THAN A
005660*    PROBABLE ABEND.
005670*-----------------------------------------------------------------
005680 1300-LOG-REFUSAL.
005690     MOVE 'E' TO RA-PHASE.
005700     MOVE RETURN-CODE TO RA-RETURN-CODE.
005710     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
005720 1300-LOG-REFUSAL-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------------
005750*    2000-PROCESS-MASS-FILE - MAIN READ LOOP
005760*-----------------------------------------------------------------
005770 2000-PROCESS-MASS-FILE.
005780     PERFORM 2010-CHECK-MODULE
005790         THRU 2010-CHECK-MODULE-EXIT
005800         UNTIL END-OF-MASS-FILE.
005810 2000-PROCESS-MASS-FILE-EXIT.
005820     EXIT.
005830*-----------------------------------------------------------------
005840*    2010-CHECK-MODULE - NEXT MASS RECORD. THE TRAILER,
005850*    INACTIVE MODULES, AND INVALID MASSES ARE SKIPPED - THE
005860*    SAME RECORDS THE FUEL RUN LEAVES OUT. EVERY OTHER MODULE
005870*    IS JUDGED AGAINST ITS OWN HISTORY AND THEN POSTED TO IT.
005880*-----------------------------------------------------------------
005890 2010-CHECK-MODULE.
005900     READ MASS NEXT RECORD INTO WS-MASS
005910         AT END
005920             MOVE 'Y' TO WS-MASS-EOF
005930             GO TO 2010-CHECK-MODULE-EXIT
005940     END-READ.
005950     IF WS-MODULE-ID = 'CNTRL'
005960         GO TO 2010-CHECK-MODULE-EXIT
005970     END-IF.
005980     ADD 1 TO WS-READ-COUNT.
005990     MOVE WS-MODULE-ID TO ML-MODULE-ID.
006000     CALL 'MODLOOK' USING WS-MODLOOK-AREA.
006010     IF ML-STATUS = 'I'
006020         ADD 1 TO WS-INACTIVE-COUNT
006030         GO TO 2010-CHECK-MODULE-EXIT
006040     END-IF.
006050     IF WS-MASS-NUMBER IS NOT NUMERIC OR WS-MASS-NUMBER NOT > ZERO
006060         ADD 1 TO WS-SKIPPED-COUNT
006070         GO TO 2010-CHECK-MODULE-EXIT
006080     END-IF.
006090     ADD 1 TO WS-CHECKED-COUNT.
006100     PERFORM 2100-GATHER-HISTORY
006110         THRU 2100-GATHER-HISTORY-EXIT.
006120     PERFORM 2200-JUDGE-MODULE
006130         THRU 2200-JUDGE-MODULE-EXIT.
006140     PERFORM 2300-POST-HISTORY
006150         THRU 2300-POST-HISTORY-EXIT.
006160 2010-CHECK-MODULE-EXIT.
006170     EXIT.
006180*-----------------------------------------------------------------
006190*    2100-GATHER-HISTORY - READ THE MODULE'S HISTORY IN DATE
006200*    ORDER UP TO (NOT INCLUDING) THE BUSINESS DATE, KEEPING THE
006210*    LAST N MASSES AND THEIR SUM. A RERUN FOR THE SAME DATE
006220*    THEREFORE NEVER AVERAGES IN ITS OWN EARLIER POSTING.
006230*-----------------------------------------------------------------
006240 2100-GATHER-HISTORY.
006250     MOVE ZERO TO WS-RING-COUNT.
006260     MOVE ZERO TO WS-RING-SUB.
006270     MOVE ZERO TO WS-RING-SUM.
006280     MOVE 'N' TO WS-HISTORY-EOF.
006290     MOVE WS-MODULE-ID TO MH-MODULE-ID.
006300     MOVE LOW-VALUES TO MH-BUSINESS-DATE.
006310     START MASSHIST KEY IS NOT LESS THAN MH-HISTORY-KEY
006320         INVALID KEY
006330             MOVE 'Y' TO WS-HISTORY-EOF
006340     END-START.
006350     PERFORM 2110-READ-ONE-HISTORY
006360         THRU 2110-READ-ONE-HISTORY-EXIT
006370         UNTIL END-OF-MODULE-HISTORY.
006380 2100-GATHER-HISTORY-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410*    2110-READ-ONE-HISTORY - NEXT HISTORY RECORD FOR THE
006420*    MODULE. ONCE THE WINDOW IS FULL EACH NEWER MASS REPLACES
006430*    THE OLDEST.
006440*-----------------------------------------------------------------
006450 2110-READ-ONE-HISTORY.
006460     READ MASSHIST NEXT RECORD
006470         AT END
006480             MOVE 'Y' TO WS-HISTORY-EOF
006490             GO TO 2110-READ-ONE-HISTORY-EXIT
006500     END-READ.
006510     IF WS-MASSHIST-STATUS NOT = '00'
006520         MOVE 'Y' TO WS-HISTORY-EOF
006530         GO TO 2110-READ-ONE-HISTORY-EXIT
006540     END-IF.
006550     IF MH-MODULE-ID NOT = WS-MODULE-ID
006560             OR MH-BUSINESS-DATE NOT < WS-BUSINESS-DATE
006570         MOVE 'Y' TO WS-HISTORY-EOF
006580         GO TO 2110-READ-ONE-HISTORY-EXIT
006590     END-IF.
006600     IF MH-MASS-NUMBER IS NOT NUMERIC
006610         GO TO 2110-READ-ONE-HISTORY-EXIT
006620     END-IF.
006630     ADD 1 TO WS-RING-SUB.
006640     IF WS-RING-SUB > WS-WINDOW-DAYS
006650         MOVE 1 TO WS-RING-SUB
006660     END-IF.
006670     IF WS-RING-COUNT < WS-WINDOW-DAYS
006680         ADD 1 TO WS-RING-COUNT
006690     ELSE
006700         SUBTRACT WS-RING-MASS (WS-RING-SUB) FROM WS-RING-SUM
006710     END-IF.
006720     MOVE MH-MASS-NUMBER TO WS-RING-MASS (WS-RING-SUB).
006730     ADD MH-MASS-NUMBER TO WS-RING-SUM.
006740 2110-READ-ONE-HISTORY-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770*    2200-JUDGE-MODULE - A MODULE WITH NO HISTORY IS LISTED AS
006780*    NEW. OTHERWISE ITS DEVIATION FROM ITS ROLLING AVERAGE, IN
006790*    WHOLE PERCENT, IS FLAGGED WHEN IT EXCEEDS THE STAGE'S
006800*    TOLERANCE. EITHER FINDING IS COUNTED AND ENDS THE STEP RC 4
006810*    AT TERMINATION.
006820*-----------------------------------------------------------------
006830 2200-JUDGE-MODULE.
006840     PERFORM 2210-FIND-STAGE-TOLERANCE
006850         THRU 2210-FIND-STAGE-TOLERANCE-EXIT.
006860     MOVE SPACES TO WS-OUTLIER-LINE.
006870     MOVE WS-MODULE-ID TO OL-MODULE-ID.
006880     MOVE WS-STAGE-PREFIX TO OL-STAGE.
006890     MOVE WS-MASS-NUMBER TO OL-TODAY-MASS.
006900     MOVE WS-TOLERANCE TO OL-TOLERANCE.
006910     IF WS-RING-COUNT = ZERO
006920         ADD 1 TO WS-NEW-MODULE-COUNT
006930         MOVE 'NEW MODULE - NO HISTORY' TO OL-FINDING
006940         GO TO 2200-JUDGE-MODULE-PRINT
006950     END-IF.
006960     COMPUTE WS-AVERAGE-MASS ROUNDED =
006970         WS-RING-SUM / WS-RING-COUNT.
006980     IF WS-MASS-NUMBER > WS-AVERAGE-MASS
006990         COMPUTE WS-MASS-DIFFERENCE =
007000             WS-MASS-NUMBER - WS-AVERAGE-MASS
007010     ELSE
007020         COMPUTE WS-MASS-DIFFERENCE =
007030             WS-AVERAGE-MASS - WS-MASS-NUMBER
007040     END-IF.
007050     IF WS-AVERAGE-MASS = ZERO
007060         MOVE 9999999 TO WS-DEVIATION
007070     ELSE
007080         COMPUTE WS-DEVIATION ROUNDED =
007090             WS-MASS-DIFFERENCE * 100 / WS-AVERAGE-MASS
007100             ON SIZE ERROR
007110                 MOVE 9999999 TO WS-DEVIATION
007120         END-COMPUTE
007130     END-IF.
007140     IF WS-DEVIATION NOT > WS-TOLERANCE
007150         GO TO 2200-JUDGE-MODULE-EXIT
007160     END-IF.
007170     ADD 1 TO WS-OUTLIER-COUNT.
007180     MOVE WS-AVERAGE-MASS TO OL-AVERAGE-MASS.
007190     MOVE WS-RING-COUNT TO OL-DAYS.
007200     MOVE WS-DEVIATION TO OL-DEVIATION.
007210     IF WS-MASS-NUMBER > WS-AVERAGE-MASS
007220         MOVE 'OUTSIDE TOLERANCE - ABOVE AVERAGE' TO OL-FINDING
007230     ELSE
007240         MOVE 'OUTSIDE TOLERANCE - BELOW AVERAGE' TO OL-FINDING
007250     END-IF.
007260 2200-JUDGE-MODULE-PRINT.
007270     MOVE WS-OUTLIER-LINE TO WS-PRINT-LINE.
007280     PERFORM 4000-PRINT-LINE
007290         THRU 4000-PRINT-LINE-EXIT.
007300 2200-JUDGE-MODULE-EXIT.
007310     EXIT.
007320*-----------------------------------------------------------------
007330*    2210-FIND-STAGE-TOLERANCE - THE TOLERANCE FOR THE
007340*    MODULE'S STAGE PREFIX, OR THE DEFAULT
007350*-----------------------------------------------------------------
007360 2210-FIND-STAGE-TOLERANCE.
007370     MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE.
007380     MOVE ZERO TO WS-STAGE-FOUND-SUB.
007390     MOVE 1 TO WS-STAGE-SCAN.
007400     PERFORM 2220-TEST-STAGE-ENTRY
007410         THRU 2220-TEST-STAGE-ENTRY-EXIT
007420         UNTIL WS-STAGE-FOUND-SUB > ZERO
007430            OR WS-STAGE-SCAN > WS-STAGE-COUNT.
007440     IF WS-STAGE-FOUND-SUB > ZERO
007450         MOVE SG-TOLERANCE (WS-STAGE-FOUND-SUB) TO WS-TOLERANCE
007460     END-IF.
007470 2210-FIND-STAGE-TOLERANCE-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------------
007500*    2220-TEST-STAGE-ENTRY - DOES THIS ENTRY MATCH THE STAGE
007510*-----------------------------------------------------------------
007520 2220-TEST-STAGE-ENTRY.
007530     IF SG-STAGE (WS-STAGE-SCAN) = WS-STAGE-PREFIX
007540         MOVE WS-STAGE-SCAN TO WS-STAGE-FOUND-SUB
007550     ELSE
007560         ADD 1 TO WS-STAGE-SCAN
007570     END-IF.
007580 2220-TEST-STAGE-ENTRY-EXIT.
007590     EXIT.
007600*-----------------------------------------------------------------
007610*    2300-POST-HISTORY - ADD TODAY'S MASS TO THE MODULE'S
007620*    HISTORY. A RERUN FOR THE SAME BUSINESS DATE REPLACES THE
007630*    EARLIER POSTING RATHER THAN DUPLICATING IT.
007640*-----------------------------------------------------------------
007650 2300-POST-HISTORY.
007660     MOVE WS-MODULE-ID TO MH-MODULE-ID.
007670     MOVE WS-BUSINESS-DATE TO MH-BUSINESS-DATE.
007680     MOVE SPACE TO MH-SPACER-1.
007690     MOVE WS-MASS-NUMBER TO MH-MASS-NUMBER.
007700     WRITE MASSHIST-RECORD
007710         INVALID KEY
007720             REWRITE MASSHIST-RECORD
007730                 INVALID KEY
007740                     CONTINUE
007750             END-REWRITE
007760     END-WRITE.
007770     IF WS-MASSHIST-STATUS = '00'
007780         ADD 1 TO WS-POSTED-COUNT
007790     ELSE
007800         ADD 1 TO WS-POST-ERROR-COUNT
007810         DISPLAY "MASSHIST: HISTORY NOT POSTED FOR "
007820             WS-MODULE-ID " STATUS " WS-MASSHIST-STATUS
007830     END-IF.
007840 2300-POST-HISTORY-EXIT.
007850     EXIT.
007860*-----------------------------------------------------------------
007870*    4000-PRINT-LINE - WRITE THE LINE BUILT IN WS-PRINT-LINE,
007880*    BREAKING TO A NEW PAGE FIRST WHEN THE PAGE IS FULL
007890*-----------------------------------------------------------------
007900 4000-PRINT-LINE.
007910     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
007920         PERFORM 4100-PRINT-HEADINGS
007930             THRU 4100-PRINT-HEADINGS-EXIT
007940     END-IF.
007950     WRITE PRINT-RECORD FROM WS-PRINT-LINE
007960         AFTER ADVANCING 1 LINE.
007970     ADD 1 TO WS-LINE-COUNT.
007980 4000-PRINT-LINE-EXIT.
007990     EXIT.
008000*-----------------------------------------------------------------
008010*    4100-PRINT-HEADINGS - START A NEW PAGE WITH THE REPORT AND
008020*    COLUMN HEADINGS
008030*-----------------------------------------------------------------
008040 4100-PRINT-HEADINGS.
008050     ADD 1 TO WS-PAGE-NUMBER.
008060     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
008070     MOVE WS-WINDOW-DAYS TO H1-WINDOW-DAYS.
008080     MOVE WS-PAGE-NUMBER TO H1-PAGE-NUMBER.
008090     IF WS-PAGE-NUMBER = 1
008100         WRITE PRINT-RECORD FROM WS-HEADING-1
008110             AFTER ADVANCING 1 LINE
008120     ELSE
008130         WRITE PRINT-RECORD FROM WS-HEADING-1
008140             AFTER ADVANCING PAGE
008150     END-IF.
008160     WRITE PRINT-RECORD FROM WS-HEADING-2
008170         AFTER ADVANCING 1 LINE.
008180     WRITE PRINT-RECORD FROM WS-BLANK-LINE
008190         AFTER ADVANCING 1 LINE.
008200     MOVE 3 TO WS-LINE-COUNT.
008210 4100-PRINT-HEADINGS-EXIT.
008220     EXIT.
008230*-----------------------------------------------------------------
008240*    5000-PRINT-SUMMARY-LINE - ONE LABELLED COUNT ON THE
008250*    SUMMARY
008260*-----------------------------------------------------------------
008270 5000-PRINT-SUMMARY-LINE.
008280     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
008290     PERFORM 4000-PRINT-LINE
008300         THRU 4000-PRINT-LINE-EXIT.
008310 5000-PRINT-SUMMARY-LINE-EXIT.
008320     EXIT.
008330*-----------------------------------------------------------------
008340*    9000-TERMINATE - PRINT THE SUMMARY, CLOSE FILES, AND LOG
008350*    THE RUN. A CLEAN DAY STILL PRINTS A PAGE SAYING SO.
008360*-----------------------------------------------------------------
008370 9000-TERMINATE.
008380     MOVE WS-BLANK-LINE TO WS-PRINT-LINE.
008390     PERFORM 4000-PRINT-LINE
008400         THRU 4000-PRINT-LINE-EXIT.
008410     MOVE SPACES TO WS-SUMMARY-LINE.
008420     MOVE 'MODULES CHECKED' TO SM-LABEL.
008430     MOVE WS-CHECKED-COUNT TO SM-COUNT.
008440     PERFORM 5000-PRINT-SUMMARY-LINE
008450         THRU 5000-PRINT-SUMMARY-LINE-EXIT.
008460     MOVE 'OUTSIDE TOLERANCE' TO SM-LABEL.
008470     MOVE WS-OUTLIER-COUNT TO SM-COUNT.
008480     PERFORM 5000-PRINT-SUMMARY-LINE
008490         THRU 5000-PRINT-SUMMARY-LINE-EXIT.
008500     MOVE 'NEW MODULES - NO HISTORY' TO SM-LABEL.
008510     MOVE WS-NEW-MODULE-COUNT TO SM-COUNT.
008520     PERFORM 5000-PRINT-SUMMARY-LINE
008530         THRU 5000-PRINT-SUMMARY-LINE-EXIT.
008540     MOVE 'POSTED TO MASS HISTORY' TO SM-LABEL.
008550     MOVE WS-POSTED-COUNT TO SM-COUNT.
008560     PERFORM 5000-PRINT-SUMMARY-LINE
008570         THRU 5000-PRINT-SUMMARY-LINE-EXIT.
008580     IF WS-OUTLIER-COUNT > ZERO
008590             OR WS-NEW-MODULE-COUNT > ZERO
008600         IF RETURN-CODE < 4
008610             MOVE 4 TO RETURN-CODE
008620         END-IF
008630     END-IF.
008640     IF WS-POST-ERROR-COUNT > ZERO
008650         MOVE 'NOT POSTED - SEE SYSOUT' TO SM-LABEL
008660         MOVE WS-POST-ERROR-COUNT TO SM-COUNT
008670         PERFORM 5000-PRINT-SUMMARY-LINE
008680             THRU 5000-PRINT-SUMMARY-LINE-EXIT
008690         MOVE 8 TO RETURN-CODE
008700     END-IF.
008710     CLOSE OUTLRPT.
008720     CLOSE MASSHIST.
008730     CLOSE MASS.
008740     IF WS-MASS-STATUS NOT = '00'
008750         DISPLAY "MASSHIST: ERROR CLOSING THE MASS FILE"
008760         DISPLAY "MASSHIST: FILE STATUS = " WS-MASS-STATUS
008770         MOVE 16 TO RETURN-CODE
008780     END-IF.
008790     DISPLAY "MASSHIST: BUSINESS DATE:     " WS-BUSINESS-DATE.
008800     DISPLAY "MASSHIST: RECORDS READ:      " WS-READ-COUNT.
008810     DISPLAY "MASSHIST: MODULES CHECKED:   " WS-CHECKED-COUNT.
008820     DISPLAY "MASSHIST: OUTSIDE TOLERANCE: " WS-OUTLIER-COUNT.
008830     DISPLAY "MASSHIST: NEW MODULES:       " WS-NEW-MODULE-COUNT.
008840     DISPLAY "MASSHIST: INVALID SKIPPED:   " WS-SKIPPED-COUNT.
008850     DISPLAY "MASSHIST: INACTIVE SKIPPED:  " WS-INACTIVE-COUNT.
008860     DISPLAY "MASSHIST: HISTORY POSTED:    " WS-POSTED-COUNT.
008870     MOVE 'E' TO RA-PHASE.
008880     MOVE WS-READ-COUNT TO RA-RECORDS-READ.
008890     MOVE WS-SKIPPED-COUNT TO RA-RECORDS-REJECTED.
008900     ADD WS-OUTLIER-COUNT WS-NEW-MODULE-COUNT
008910         GIVING RA-FINAL-TOTAL.
008920     MOVE RETURN-CODE TO RA-RETURN-CODE.
008930     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
008940 9000-TERMINATE-EXIT.
008950     EXIT.
