000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FUELMRG.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    MERGE OF A KEY-RANGE PARTITIONED FUEL RUN.
000120*                      EACH HELLO PARTITION STEP WRITES ONE
000130*                      PARTIAL-RESULTS RECORD INSTEAD OF
000140*                      PUBLISHING. THIS STEP PROVES EVERY
000150*                      PARTITION OF THE SET REPORTED EXACTLY ONCE
000160*                      FOR THE SAME RUN AND THAT THE KEY RANGES
000170*                      CHAIN FROM THE FIRST KEY TO THE LAST WITH
000180*                      NO GAP OR OVERLAP, RECONCILES THE COMBINED
000190*                      RECORD COUNT AGAINST THE CNTRL TRAILER,
000200*                      RUNS THE PRIOR-RUN REASONABLENESS GUARD
000210*                      ONCE ON THE COMBINED FIGURES, AND ONLY THEN
000220*                      PUBLISHES ONE FUELTOT RECORD PER
000230*                      DESTINATION. ANY FAILURE OF THE PARTITION
000240*                      SET OR THE CONTROL TOTAL PUBLISHES NOTHING
000250*                      AND ENDS RC 12.
000260*    2026-10-15  JH    CLOSED-PERIOD GUARD - A RUN DATED IN AN
000270*                      ACCOUNTING PERIOD PRDCLOSE HAS CLOSED IS
000280*                      REFUSED RC 12 AND NOTHING IS PUBLISHED,
000290*                      UNLESS PRDOPEN HAS LOGGED A REOPEN. AN
000300*                      UNREADABLE PERIOD-CONTROL FILE ENDS RC 16.
000310*-----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FUELPART ASSIGN TO 'FUELPART.DAT'
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-FUELPART-STATUS.
000380     SELECT MASS ASSIGN TO MASSDD
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS MASS-MODULE-ID
000420         FILE STATUS IS WS-MASS-STATUS.
000430     SELECT FUELTOT ASSIGN TO 'FUELTOT.DAT'
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT PRIORTOT ASSIGN TO 'FUELTOT.DAT'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PRIORTOT-STATUS.
000480     SELECT OPTIONAL REASNRPT ASSIGN TO 'REASNRPT.DAT'
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT DESTCOMP ASSIGN TO 'DESTCOMP.DAT'
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*-----------------------------------------------------------------
000550*    FUELPART.DAT - PARTIAL RESULTS, ONE RECORD PER HELLO
000560*    PARTITION STEP (THE JCL CONCATENATES THE PARTITIONS'
000570*    DATASETS). LAYOUT MATCHES THE RECORD HELLO WRITES: THE
000580*    RUN, THE PARTITION NUMBER AND SET SIZE, THE KEY RANGE
000590*    (LOW KEY INCLUSIVE, HIGH KEY EXCLUSIVE, '*' FOR AN OPEN
000600*    END), THE COUNTS, AND ONE SLOT PER DESTINATION.
000610*-----------------------------------------------------------------
000620 FD  FUELPART.
000630 01  FUELPART-RECORD.
000640     05  PP-RUN-DATE              PIC X(10).
000650     05  PP-SPACER-1              PIC X(01).
000660     05  PP-INPUT-NAME            PIC X(20).
000670     05  PP-SPACER-2              PIC X(01).
000680     05  PP-PARTITION-NUMBER      PIC 9(02).
000690     05  PP-SPACER-3              PIC X(01).
000700     05  PP-PARTITION-COUNT       PIC 9(02).
000710     05  PP-SPACER-4              PIC X(01).
000720     05  PP-LOW-KEY               PIC X(05).
000730     05  PP-SPACER-5              PIC X(01).
000740     05  PP-HIGH-KEY              PIC X(05).
000750     05  PP-SPACER-6              PIC X(01).
000760     05  PP-RECORD-COUNT          PIC 9(06).
000770     05  PP-SPACER-7              PIC X(01).
000780     05  PP-EXCEPTION-COUNT       PIC 9(06).
000790     05  PP-SPACER-8              PIC X(01).
000800     05  PP-RUN-MODE              PIC X(01).
000810     05  PP-SPACER-9              PIC X(01).
000820     05  PP-DEST-COUNT            PIC 9(01).
000830     05  PP-DEST-SLOT OCCURS 5 TIMES.
000840         10  PP-SPACER-10         PIC X(01).
000850         10  PP-DEST-CODE         PIC X(08).
000860         10  PP-SPACER-11         PIC X(01).
000870         10  PP-SIMPLE-TOTAL      PIC -9(10).
000880         10  PP-SPACER-12         PIC X(01).
000890         10  PP-RECURSIVE-TOTAL   PIC 9(10).
000900*-----------------------------------------------------------------
000910*    MASSDD - THE DAY'S INDEXED MASS FILE, READ ONLY FOR ITS
000920*    CNTRL TRAILER
000930*-----------------------------------------------------------------
000940 FD  MASS.
000950 01  MASS-FILE.
000960     05  MASS-MODULE-ID          PIC X(05).
000970     05  MASS-NUMBER             PIC 9(10).
000980*-----------------------------------------------------------------
000990*    FUELTOT.DAT - PERMANENT FUEL TOTAL RESULTS DATASET. LAYOUT
001000*    MATCHES THE RECORD HELLO PUBLISHES ON AN UNPARTITIONED RUN.
001010*-----------------------------------------------------------------
001020 FD  FUELTOT.
001030 01  FUELTOT-RECORD.
001040     05  FT-RUN-DATE             PIC X(10).
001050     05  FT-SPACER-1             PIC X(01).
001060     05  FT-INPUT-FILE-NAME      PIC X(20).
001070     05  FT-SPACER-2             PIC X(01).
001080     05  FT-RECORD-COUNT         PIC 9(06).
001090     05  FT-SPACER-3             PIC X(01).
001100     05  FT-MASS-TOTAL           PIC -9(10).
001110     05  FT-SPACER-4             PIC X(01).
001120     05  FT-DEST-CODE            PIC X(08).
001130*-----------------------------------------------------------------
001140*    PRIORTOT - THE ACCUMULATED FUELTOT RESULTS READ BACK FOR
001150*    THE PRIOR-RUN REASONABLENESS GUARD
001160*-----------------------------------------------------------------
001170 FD  PRIORTOT.
001180 01  PRIORTOT-RECORD.
001190     05  PT-RUN-DATE              PIC X(10).
001200     05  PT-SPACER-1              PIC X(01).
001210     05  PT-INPUT-FILE-NAME       PIC X(20).
001220     05  PT-SPACER-2              PIC X(01).
001230     05  PT-RECORD-COUNT          PIC 9(06).
001240     05  PT-SPACER-3              PIC X(01).
001250     05  PT-MASS-TOTAL            PIC -9(10).
001260     05  PT-SPACER-4              PIC X(01).
001270     05  PT-DEST-CODE             PIC X(08).
001280*-----------------------------------------------------------------
001290*    DESTCOMP.DAT - SIDE-BY-SIDE DESTINATION COMPARISON PAGE,
001300*    WRITTEN FOR A MULTI-DESTINATION RUN AS HELLO DOES
001310*-----------------------------------------------------------------
001320 FD  DESTCOMP.
001330 01  DESTCOMP-RECORD              PIC X(80).
001340*-----------------------------------------------------------------
001350*    REASNRPT.DAT - REASONABLENESS-FAILURE REPORT. LAYOUT
001360*    MATCHES HELLO'S.
001370*-----------------------------------------------------------------
001380 FD  REASNRPT.
001390 01  REASNRPT-RECORD.
001400     05  RF-RUN-DATE              PIC X(10).
001410     05  RF-SPACER-1              PIC X(01).
001420     05  RF-INPUT-NAME            PIC X(20).
001430     05  RF-SPACER-2              PIC X(01).
001440     05  RF-DEST-CODE             PIC X(08).
001450     05  RF-SPACER-3              PIC X(01).
001460     05  RF-PRIOR-COUNT           PIC 9(06).
001470     05  RF-SPACER-4              PIC X(01).
001480     05  RF-ACTUAL-COUNT          PIC 9(06).
001490     05  RF-SPACER-5              PIC X(01).
001500     05  RF-PRIOR-TOTAL           PIC -9(10).
001510     05  RF-SPACER-6              PIC X(01).
001520     05  RF-ACTUAL-TOTAL          PIC -9(10).
001530 WORKING-STORAGE SECTION.
001540*-----------------------------------------------------------------
001550*    SWITCHES AND FILE STATUSES
001560*-----------------------------------------------------------------
001570 01  WS-FUELPART-STATUS           PIC X(02)   VALUE '00'.
001580 01  WS-FUELPART-EOF              PIC X(01)   VALUE 'N'.
001590     88  END-OF-FUELPART-FILE                 VALUE 'Y'.
001600 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
001610 01  WS-MERGE-SW                  PIC X(01)   VALUE 'N'.
001620     88  MERGE-REFUSED                        VALUE 'Y'.
001630 01  WS-RUN-MODE                  PIC X(01)   VALUE 'Y'.
001640     88  RECURSIVE-MODE-REQUESTED             VALUE 'Y'.
001650*-----------------------------------------------------------------
001660*    COMBINED FIGURES
001670*-----------------------------------------------------------------
001680 01  WS-PARTIAL-COUNT             PIC 9(04)   VALUE ZERO.
001690 01  WS-RECORD-COUNT              PIC 9(06)   VALUE ZERO.
001700 01  WS-EXCEPTION-COUNT           PIC 9(06)   VALUE ZERO.
001710 01  WS-FINDING-COUNT             PIC 9(04)   VALUE ZERO.
001720 01  WS-PARTIAL-SIMPLE            PIC S9(10)  VALUE ZERO.
001730 01  WS-PARTIAL-RECURSIVE         PIC 9(10)   VALUE ZERO.
001740*-----------------------------------------------------------------
001750*    PARTITION TABLE - ONE ENTRY PER PARTITION OF THE SET,
001760*    INDEXED BY PARTITION NUMBER. THE SET SIZE COMES FROM THE
001770*    FIRST PARTIAL RECORD READ AND EVERY OTHER MUST AGREE.
001780*-----------------------------------------------------------------
001790 01  WS-PART-MAX                  PIC 9(04)   COMP VALUE 20.
001800 01  WS-PART-COUNT                PIC 9(04)   COMP VALUE ZERO.
001810 01  WS-PART-SUB                  PIC 9(04)   COMP VALUE ZERO.
001820 01  WS-PART-PREV                 PIC 9(04)   COMP VALUE ZERO.
001830 01  WS-PART-TABLE.
001840     05  WS-PART-ENTRY OCCURS 20 TIMES.
001850         10  PE-REPORTED-SW       PIC X(01).
001860         10  PE-LOW-KEY           PIC X(05).
001870         10  PE-HIGH-KEY          PIC X(05).
001880         10  PE-RECORD-COUNT      PIC 9(06).
001890         10  PE-EXCEPTION-COUNT   PIC 9(06).
001900*-----------------------------------------------------------------
001910*    DESTINATION TABLE - TAKEN FROM THE FIRST PARTIAL RECORD,
001920*    WITH THE COMBINED TOTALS AND THE PRIOR-RUN AND GUARD STATE
001930*    PER DESTINATION, AS IN HELLO
001940*-----------------------------------------------------------------
001950 01  WS-DEST-COUNT                PIC 9(04)   COMP VALUE ZERO.
001960 01  WS-DEST-SUB                  PIC 9(04)   COMP VALUE ZERO.
001970 01  WS-DEST-SCAN                 PIC 9(04)   COMP VALUE ZERO.
001980 01  WS-DEST-FOUND-SUB            PIC 9(04)   COMP VALUE ZERO.
001990 01  WS-EARTH-SUB                 PIC 9(04)   COMP VALUE ZERO.
002000 01  WS-EARTH-DIFF                PIC S9(11)  VALUE ZERO.
002010 01  WS-DEST-TABLE.
002020     05  WS-DEST-ENTRY OCCURS 5 TIMES.
002030         10  DT-DEST-CODE         PIC X(08).
002040         10  DT-SIMPLE-TOTAL      PIC S9(10).
002050         10  DT-RECURSIVE-TOTAL   PIC 9(10).
002060         10  DT-PRIOR-SW          PIC X(01).
002070         10  DT-PRIOR-EXACT-SW    PIC X(01).
002080         10  DT-PRIOR-COUNT       PIC 9(06).
002090         10  DT-PRIOR-TOTAL       PIC S9(10).
002100         10  DT-GUARD-SW          PIC X(01).
002110*-----------------------------------------------------------------
002120*    PRIOR-RUN REASONABLENESS GUARD - TOLERANCES FROM THE PARM
002130*    (PERCENT, DEFAULT 25)
002140*-----------------------------------------------------------------
002150 01  WS-COUNT-TOLERANCE           PIC 9(03)   VALUE 25.
002160 01  WS-MASS-TOLERANCE            PIC 9(03)   VALUE 25.
002170 01  WS-COUNT-TOL-TEXT            PIC X(03)   VALUE SPACES.
002180 01  WS-MASS-TOL-TEXT             PIC X(03)   VALUE SPACES.
002190 01  WS-COUNT-TOL-LENGTH          PIC 9(02)   VALUE ZERO.
002200 01  WS-MASS-TOL-LENGTH           PIC 9(02)   VALUE ZERO.
002210 01  WS-PRIORTOT-STATUS           PIC X(02)   VALUE '00'.
002220 01  WS-PRIORTOT-EOF              PIC X(01)   VALUE 'N'.
002230     88  END-OF-PRIORTOT-FILE                 VALUE 'Y'.
002240 01  WS-PRIOR-DEST                PIC X(08)   VALUE SPACES.
002250 01  WS-COUNT-DEVIATION           PIC S9(08)V9(02).
002260 01  WS-MASS-DEVIATION            PIC S9(08)V9(02).
002270 01  WS-GUARD-SW                  PIC X(01)   VALUE 'N'.
002280     88  REASONABLENESS-FAILED                VALUE 'Y'.
002290*-----------------------------------------------------------------
002300*    RUN IDENTIFICATION - THE RUN DATE IS THE PARTITIONS' OWN,
002310*    SO A MERGE THAT RUNS PAST MIDNIGHT STILL PUBLISHES UNDER
002320*    THE DAY THE MASS FILE WAS READ
002330*-----------------------------------------------------------------
002340 01  WS-RUN-DATE-DISPLAY          PIC X(10)   VALUE SPACES.
002350 01  WS-INPUT-FILE-NAME           PIC X(20)   VALUE SPACES.
002360*-----------------------------------------------------------------
002370*    DESTINATION COMPARISON PAGE LINES - AS IN HELLO
002380*-----------------------------------------------------------------
002390 01  WS-COMP-TITLE.
002400     05  FILLER                   PIC X(34)   VALUE
002410         'DESTINATION FUEL COMPARISON - RUN '.
002420     05  CT-RUN-DATE              PIC X(10).
002430     05  FILLER                   PIC X(36)   VALUE SPACES.
002440 01  WS-COMP-HEADING.
002450     05  FILLER                   PIC X(12)   VALUE
002460         'DESTINATION '.
002470     05  FILLER                   PIC X(02)   VALUE SPACES.
002480     05  FILLER                   PIC X(11)   VALUE
002490         'SIMPLE FUEL'.
002500     05  FILLER                   PIC X(03)   VALUE SPACES.
002510     05  FILLER                   PIC X(14)   VALUE
002520         'RECURSIVE FUEL'.
002530     05  FILLER                   PIC X(03)   VALUE SPACES.
002540     05  FILLER                   PIC X(15)   VALUE
002550         'DIFF FROM EARTH'.
002560     05  FILLER                   PIC X(20)   VALUE SPACES.
002570 01  WS-COMP-LINE.
002580     05  CP-DEST-CODE             PIC X(08).
002590     05  FILLER                   PIC X(06)   VALUE SPACES.
002600     05  CP-SIMPLE-TOTAL          PIC -ZZZZZZZZZ9.
002610     05  FILLER                   PIC X(03)   VALUE SPACES.
002620     05  CP-RECURSIVE-TOTAL       PIC ZZZZZZZZZ9.
002630     05  FILLER                   PIC X(07)   VALUE SPACES.
002640     05  CP-EARTH-DIFF            PIC -ZZZZZZZZZZ9.
002650     05  FILLER                   PIC X(01)   VALUE SPACE.
002660     05  CP-NOTE                  PIC X(12).
002670     05  FILLER                   PIC X(10)   VALUE SPACES.
002680*-----------------------------------------------------------------
002690*    PARM WORK AREA
002700*-----------------------------------------------------------------
002710 01  WS-PARM-TEXT                 PIC X(80)   VALUE SPACES.
002720 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
002730 01  WS-PARM-INPUT-NAME           PIC X(20)   VALUE SPACES.
002740*-----------------------------------------------------------------
002750*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
002760*-----------------------------------------------------------------
002770 01  WS-RUNLOG-AREA.
002780     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'FUELMRG'.
002790     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
002800     05  RA-INPUT-NAME            PIC X(20)   VALUE SPACES.
002810     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
002820     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
002830     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
002840     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
002850*-----------------------------------------------------------------
002860*    PERIOD-CONTROL LOOKUP AREA FOR THE SHARED PRDLOOK ROUTINE
002870*-----------------------------------------------------------------
002880 01  WS-PRDLOOK-AREA.
002890     05  PR-POST-DATE             PIC X(10).
002900     05  PR-PERIOD                PIC X(07).
002910     05  PR-STATUS                PIC X(01).
002920     05  PR-CLOSE-NUMBER          PIC 9(02).
002930     05  PR-CHANGED-BY            PIC X(08).
002940     05  PR-CHANGED-DATE          PIC X(10).
002950 LINKAGE SECTION.
002960*-----------------------------------------------------------------
002970*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
002980*    MVS CONVENTION: THE INPUT IDENTIFIER THE PARTITIONS RAN
002990*    UNDER AND THE COUNT AND MASS TOLERANCES FOR THE GUARD, AS
003000*    ON HELLO (E.G. PARM='DAY01 025 025'). A BLANK IDENTIFIER
003010*    TAKES THE ONE ON THE FIRST PARTIAL RECORD.
003020*-----------------------------------------------------------------
003030 01  LK-PARM.
003040     05  LK-PARM-LENGTH           PIC S9(04) COMP.
003050     05  LK-PARM-DATA             PIC X(80).
003060 PROCEDURE DIVISION USING LK-PARM.
003070*-----------------------------------------------------------------
003080*    0000-MAINLINE - NOTHING IS PUBLISHED UNLESS THE PARTITION
003090*    SET IS PROVEN COMPLETE AND THE CONTROL TOTAL RECONCILES
003100*-----------------------------------------------------------------
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE
003130         THRU 1000-INITIALIZE-EXIT.
003140     IF RETURN-CODE NOT = ZERO
003150         GO TO 0000-MAINLINE-EXIT
003160     END-IF.
003170     PERFORM 2000-LOAD-PARTIALS
003180         THRU 2000-LOAD-PARTIALS-EXIT.
003190     IF MERGE-REFUSED
003200         GO TO 0000-MAINLINE-END
003210     END-IF.
003220     PERFORM 3000-PROVE-PARTITION-SET
003230         THRU 3000-PROVE-PARTITION-SET-EXIT.
003240     IF MERGE-REFUSED
003250         GO TO 0000-MAINLINE-END
003260     END-IF.
003270     PERFORM 4000-RECONCILE-CONTROL-TOTAL
003280         THRU 4000-RECONCILE-CONTROL-TOTAL-EXIT.
003290     IF MERGE-REFUSED
003300         GO TO 0000-MAINLINE-END
003310     END-IF.
003320     PERFORM 4500-CHECK-PERIOD-OPEN
003330         THRU 4500-CHECK-PERIOD-OPEN-EXIT.
003340     IF MERGE-REFUSED
003350         GO TO 0000-MAINLINE-END
003360     END-IF.
003370     PERFORM 5000-LOAD-PRIOR-RUN
003380         THRU 5000-LOAD-PRIOR-RUN-EXIT.
003390     PERFORM 6000-REASONABLENESS-GUARD
003400         THRU 6000-REASONABLENESS-GUARD-EXIT.
003410     PERFORM 7000-PUBLISH-FUEL-TOTALS
003420         THRU 7000-PUBLISH-FUEL-TOTALS-EXIT.
003430 0000-MAINLINE-END.
003440     PERFORM 9000-TERMINATE
003450         THRU 9000-TERMINATE-EXIT.
003460 0000-MAINLINE-EXIT.
003470     STOP RUN.
003480*-----------------------------------------------------------------
003490*    1000-INITIALIZE - PARM, RUN LOG, AND FILE OPENS
003500*-----------------------------------------------------------------
003510 1000-INITIALIZE.
003520     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
003530     IF WS-PARM-LENGTH > 80
003540         MOVE 80 TO WS-PARM-LENGTH
003550     END-IF.
003560     IF WS-PARM-LENGTH > ZERO
003570         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
003580     END-IF.
003590     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
003600         INTO WS-PARM-INPUT-NAME
003610             WS-COUNT-TOL-TEXT COUNT IN WS-COUNT-TOL-LENGTH
003620             WS-MASS-TOL-TEXT COUNT IN WS-MASS-TOL-LENGTH
003630     END-UNSTRING.
003640     IF WS-COUNT-TOL-LENGTH > 3
003650         DISPLAY "FUELMRG: COUNT TOLERANCE PARM LONGER THAN 3"
003660             " DIGITS"
003670         MOVE 16 TO RETURN-CODE
003680         GO TO 1000-INITIALIZE-EXIT
003690     END-IF.
003700     IF WS-COUNT-TOL-LENGTH > ZERO
003710         IF WS-COUNT-TOL-TEXT(1:WS-COUNT-TOL-LENGTH) IS NUMERIC
003720             MOVE WS-COUNT-TOL-TEXT(1:WS-COUNT-TOL-LENGTH)
003730                 TO WS-COUNT-TOLERANCE
003740         ELSE
003750             DISPLAY "FUELMRG: COUNT TOLERANCE PARM NOT NUMERIC"
003760             MOVE 16 TO RETURN-CODE
003770             GO TO 1000-INITIALIZE-EXIT
003780         END-IF
003790     END-IF.
003800     IF WS-MASS-TOL-LENGTH > 3
003810         DISPLAY "FUELMRG: MASS TOLERANCE PARM LONGER THAN 3"
003820             " DIGITS"
003830         MOVE 16 TO RETURN-CODE
003840         GO TO 1000-INITIALIZE-EXIT
003850     END-IF.
003860     IF WS-MASS-TOL-LENGTH > ZERO
003870         IF WS-MASS-TOL-TEXT(1:WS-MASS-TOL-LENGTH) IS NUMERIC
003880             MOVE WS-MASS-TOL-TEXT(1:WS-MASS-TOL-LENGTH)
003890                 TO WS-MASS-TOLERANCE
003900         ELSE
003910             DISPLAY "FUELMRG: MASS TOLERANCE PARM NOT NUMERIC"
003920             MOVE 16 TO RETURN-CODE
003930             GO TO 1000-INITIALIZE-EXIT
003940         END-IF
003950     END-IF.
003960     MOVE WS-PARM-INPUT-NAME TO RA-INPUT-NAME.
003970     IF RA-INPUT-NAME = SPACES
003980         MOVE 'FUELPART' TO RA-INPUT-NAME
003990     END-IF.
004000     MOVE 'S' TO RA-PHASE.
004010     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
004020     OPEN INPUT FUELPART.
004030     IF WS-FUELPART-STATUS NOT = '00'
004040         DISPLAY "FUELMRG: UNABLE TO OPEN THE PARTIAL RESULTS"
004050         DISPLAY "FUELMRG: FILE STATUS = " WS-FUELPART-STATUS
004060         MOVE 16 TO RETURN-CODE
004070         GO TO 1000-INITIALIZE-EXIT
004080     END-IF.
004090     OPEN INPUT MASS.
004100     IF WS-MASS-STATUS NOT = '00'
004110         DISPLAY "FUELMRG: UNABLE TO OPEN MASS INPUT FILE"
004120         DISPLAY "FUELMRG: FILE STATUS = " WS-MASS-STATUS
004130         DISPLAY "FUELMRG: CHECK THE MASSDD DATASET IN THE JCL"
004140         MOVE 16 TO RETURN-CODE
004150         CLOSE FUELPART
004160         GO TO 1000-INITIALIZE-EXIT
004170     END-IF.
004180     MOVE 1 TO WS-PART-SUB.
004190     PERFORM 1010-CLEAR-ONE-PARTITION
004200         THRU 1010-CLEAR-ONE-PARTITION-EXIT
004210         UNTIL WS-PART-SUB > WS-PART-MAX.
004220 1000-INITIALIZE-EXIT.
004230     EXIT.
004240*-----------------------------------------------------------------
004250*    1010-CLEAR-ONE-PARTITION - MARK ONE PARTITION TABLE ENTRY
004260*    AS NOT YET REPORTED
004270*-----------------------------------------------------------------
004280 1010-CLEAR-ONE-PARTITION.
004290     MOVE 'N' TO PE-REPORTED-SW (WS-PART-SUB).
004300     MOVE SPACES TO PE-LOW-KEY (WS-PART-SUB).
004310     MOVE SPACES TO PE-HIGH-KEY (WS-PART-SUB).
004320     MOVE ZERO TO PE-RECORD-COUNT (WS-PART-SUB).
004330     MOVE ZERO TO PE-EXCEPTION-COUNT (WS-PART-SUB).
004340     ADD 1 TO WS-PART-SUB.
004350 1010-CLEAR-ONE-PARTITION-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------------
004380*    2000-LOAD-PARTIALS - READ EVERY PARTIAL RECORD INTO THE
004390*    PARTITION TABLE AND THE COMBINED FIGURES
004400*-----------------------------------------------------------------
004410 2000-LOAD-PARTIALS.
004420     PERFORM 2010-LOAD-ONE-PARTIAL
004430         THRU 2010-LOAD-ONE-PARTIAL-EXIT
004440         UNTIL END-OF-FUELPART-FILE.
004450     IF WS-PARTIAL-COUNT = ZERO
004460         DISPLAY "FUELMRG: NO PARTITION REPORTED"
004470         PERFORM 8000-REFUSE-MERGE
004480             THRU 8000-REFUSE-MERGE-EXIT
004490     END-IF.
004500 2000-LOAD-PARTIALS-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530*    2010-LOAD-ONE-PARTIAL - THE FIRST RECORD READ FIXES THE
004540*    RUN: ITS DATE, IDENTIFIER, SET SIZE, RUN MODE, AND
004550*    DESTINATIONS. A RECORD THAT DISAGREES WITH THE FIRST ON
004560*    ANY OF THESE BELONGS TO ANOTHER RUN (A STALE DATASET IN
004570*    THE CONCATENATION) AND REFUSES THE MERGE. A PARTITION
004580*    NUMBER SEEN TWICE DOES THE SAME.
004590*-----------------------------------------------------------------
004600 2010-LOAD-ONE-PARTIAL.
004610     READ FUELPART
004620         AT END
004630             MOVE 'Y' TO WS-FUELPART-EOF
004640             GO TO 2010-LOAD-ONE-PARTIAL-EXIT
004650     END-READ.
004660     ADD 1 TO WS-PARTIAL-COUNT.
004670     IF PP-PARTITION-NUMBER IS NOT NUMERIC
004680             OR PP-PARTITION-COUNT IS NOT NUMERIC
004690             OR PP-RECORD-COUNT IS NOT NUMERIC
004700             OR PP-EXCEPTION-COUNT IS NOT NUMERIC
004710             OR PP-DEST-COUNT IS NOT NUMERIC
004720         DISPLAY "FUELMRG: PARTIAL RECORD " WS-PARTIAL-COUNT
004730             " IS NOT A PARTIAL-RESULTS RECORD"
004740         PERFORM 8000-REFUSE-MERGE
004750             THRU 8000-REFUSE-MERGE-EXIT
004760         GO TO 2010-LOAD-ONE-PARTIAL-EXIT
004770     END-IF.
004780     IF WS-PARTIAL-COUNT = 1
004790         PERFORM 2020-FIX-THE-RUN
004800             THRU 2020-FIX-THE-RUN-EXIT
004810         IF MERGE-REFUSED
004820             MOVE 'Y' TO WS-FUELPART-EOF
004830             GO TO 2010-LOAD-ONE-PARTIAL-EXIT
004840         END-IF
004850     END-IF.
004860     IF PP-RUN-DATE NOT = WS-RUN-DATE-DISPLAY
004870             OR PP-INPUT-NAME NOT = WS-INPUT-FILE-NAME
004880             OR PP-PARTITION-COUNT NOT = WS-PART-COUNT
004890             OR PP-RUN-MODE NOT = WS-RUN-MODE
004900             OR PP-DEST-COUNT NOT = WS-DEST-COUNT
004910         DISPLAY "FUELMRG: PARTITION " PP-PARTITION-NUMBER
004920             " OF " PP-PARTITION-COUNT " IS FROM ANOTHER RUN - "
004930             PP-RUN-DATE " " PP-INPUT-NAME
004940         PERFORM 8000-REFUSE-MERGE
004950             THRU 8000-REFUSE-MERGE-EXIT
004960         GO TO 2010-LOAD-ONE-PARTIAL-EXIT
004970     END-IF.
004980     IF PP-PARTITION-NUMBER = ZERO
004990             OR PP-PARTITION-NUMBER > WS-PART-COUNT
005000         DISPLAY "FUELMRG: PARTITION NUMBER "
005010             PP-PARTITION-NUMBER " OUTSIDE THE SET OF "
005020             WS-PART-COUNT
005030         PERFORM 8000-REFUSE-MERGE
005040             THRU 8000-REFUSE-MERGE-EXIT
005050         GO TO 2010-LOAD-ONE-PARTIAL-EXIT
005060     END-IF.
005070     MOVE PP-PARTITION-NUMBER TO WS-PART-SUB.
005080     IF PE-REPORTED-SW (WS-PART-SUB) = 'Y'
005090         DISPLAY "FUELMRG: PARTITION " PP-PARTITION-NUMBER
005100             " REPORTED MORE THAN ONCE"
005110         PERFORM 8000-REFUSE-MERGE
005120             THRU 8000-REFUSE-MERGE-EXIT
005130         GO TO 2010-LOAD-ONE-PARTIAL-EXIT
005140     END-IF.
005150     MOVE 1 TO WS-DEST-SUB.
005160     PERFORM 2030-CHECK-ONE-SLOT
005170         THRU 2030-CHECK-ONE-SLOT-EXIT
005180         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
005190     IF MERGE-REFUSED
005200         GO TO 2010-LOAD-ONE-PARTIAL-EXIT
005210     END-IF.
005220     MOVE 'Y' TO PE-REPORTED-SW (WS-PART-SUB).
005230     MOVE PP-LOW-KEY TO PE-LOW-KEY (WS-PART-SUB).
005240     MOVE PP-HIGH-KEY TO PE-HIGH-KEY (WS-PART-SUB).
005250     MOVE PP-RECORD-COUNT TO PE-RECORD-COUNT (WS-PART-SUB).
005260     MOVE PP-EXCEPTION-COUNT TO PE-EXCEPTION-COUNT (WS-PART-SUB).
005270     ADD PP-RECORD-COUNT TO WS-RECORD-COUNT.
005280     ADD PP-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT.
005290     MOVE 1 TO WS-DEST-SUB.
005300     PERFORM 2040-ADD-ONE-SLOT
005310         THRU 2040-ADD-ONE-SLOT-EXIT
005320         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
005330 2010-LOAD-ONE-PARTIAL-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------------
005360*    2020-FIX-THE-RUN - TAKE THE RUN'S IDENTITY AND THE
005370*    DESTINATION LIST FROM THE FIRST PARTIAL RECORD. THE
005380*    IDENTIFIER MUST MATCH THE PARM WHEN ONE WAS GIVEN.
005390*-----------------------------------------------------------------
005400 2020-FIX-THE-RUN.
005410     MOVE PP-RUN-DATE TO WS-RUN-DATE-DISPLAY.
005420     MOVE PP-INPUT-NAME TO WS-INPUT-FILE-NAME.
005430     MOVE PP-RUN-MODE TO WS-RUN-MODE.
005440     MOVE PP-PARTITION-COUNT TO WS-PART-COUNT.
005450     MOVE PP-DEST-COUNT TO WS-DEST-COUNT.
005460     IF WS-PARM-INPUT-NAME NOT = SPACES
005470             AND WS-PARM-INPUT-NAME NOT = WS-INPUT-FILE-NAME
005480         DISPLAY "FUELMRG: PARTIAL RESULTS ARE FOR "
005490             WS-INPUT-FILE-NAME " NOT " WS-PARM-INPUT-NAME
005500         PERFORM 8000-REFUSE-MERGE
005510             THRU 8000-REFUSE-MERGE-EXIT
005520         GO TO 2020-FIX-THE-RUN-EXIT
005530     END-IF.
005540     IF WS-PART-COUNT = ZERO OR WS-PART-COUNT > WS-PART-MAX
005550         DISPLAY "FUELMRG: SET OF " PP-PARTITION-COUNT
005560             " PARTITIONS - 1 TO " WS-PART-MAX " ALLOWED"
005570         PERFORM 8000-REFUSE-MERGE
005580             THRU 8000-REFUSE-MERGE-EXIT
005590         GO TO 2020-FIX-THE-RUN-EXIT
005600     END-IF.
005610     IF WS-DEST-COUNT = ZERO OR WS-DEST-COUNT > 5
005620         DISPLAY "FUELMRG: PARTIAL RECORD CARRIES "
005630             PP-DEST-COUNT " DESTINATIONS"
005640         PERFORM 8000-REFUSE-MERGE
005650             THRU 8000-REFUSE-MERGE-EXIT
005660         GO TO 2020-FIX-THE-RUN-EXIT
005670     END-IF.
005680     MOVE 1 TO WS-DEST-SUB.
005690     PERFORM 2025-INIT-ONE-DEST
005700         THRU 2025-INIT-ONE-DEST-EXIT
005710         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
005720     DISPLAY "FUELMRG: MERGING " WS-PART-COUNT
005730         " PARTITIONS OF " WS-INPUT-FILE-NAME
005740         " RUN " WS-RUN-DATE-DISPLAY.
005750 2020-FIX-THE-RUN-EXIT.
005760     EXIT.
005770*-----------------------------------------------------------------
005780*    2025-INIT-ONE-DEST - ONE DESTINATION TABLE ENTRY FROM THE
005790*    FIRST PARTIAL RECORD, NOTING WHERE EARTH SITS FOR THE
005800*    COMPARISON PAGE
005810*-----------------------------------------------------------------
005820 2025-INIT-ONE-DEST.
005830     MOVE PP-DEST-CODE (WS-DEST-SUB)
005840         TO DT-DEST-CODE (WS-DEST-SUB).
005850     MOVE ZERO TO DT-SIMPLE-TOTAL (WS-DEST-SUB).
005860     MOVE ZERO TO DT-RECURSIVE-TOTAL (WS-DEST-SUB).
005870     MOVE ZERO TO DT-PRIOR-COUNT (WS-DEST-SUB).
005880     MOVE ZERO TO DT-PRIOR-TOTAL (WS-DEST-SUB).
005890     MOVE 'N' TO DT-PRIOR-SW (WS-DEST-SUB).
005900     MOVE 'N' TO DT-PRIOR-EXACT-SW (WS-DEST-SUB).
005910     MOVE 'N' TO DT-GUARD-SW (WS-DEST-SUB).
005920     IF DT-DEST-CODE (WS-DEST-SUB) = 'EARTH'
005930         MOVE WS-DEST-SUB TO WS-EARTH-SUB
005940     END-IF.
005950     ADD 1 TO WS-DEST-SUB.
005960 2025-INIT-ONE-DEST-EXIT.
005970     EXIT.
005980*-----------------------------------------------------------------
005990*    2030-CHECK-ONE-SLOT - EVERY PARTITION MUST CARRY THE SAME
006000*    DESTINATIONS IN THE SAME ORDER
006010*-----------------------------------------------------------------
006020 2030-CHECK-ONE-SLOT.
006030     IF PP-DEST-CODE (WS-DEST-SUB)
006040             NOT = DT-DEST-CODE (WS-DEST-SUB)
006050         DISPLAY "FUELMRG: PARTITION " PP-PARTITION-NUMBER
006060             " CARRIES DESTINATION " PP-DEST-CODE (WS-DEST-SUB)
006070             " WHERE " DT-DEST-CODE (WS-DEST-SUB) " WAS EXPECTED"
006080         PERFORM 8000-REFUSE-MERGE
006090             THRU 8000-REFUSE-MERGE-EXIT
006100         MOVE WS-DEST-COUNT TO WS-DEST-SUB
006110     END-IF.
006120     ADD 1 TO WS-DEST-SUB.
006130 2030-CHECK-ONE-SLOT-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160*    2040-ADD-ONE-SLOT - ADD ONE PARTITION'S DESTINATION TOTALS
006170*    INTO THE COMBINED FIGURES
006180*-----------------------------------------------------------------
006190 2040-ADD-ONE-SLOT.
006200     MOVE PP-SIMPLE-TOTAL (WS-DEST-SUB) TO WS-PARTIAL-SIMPLE.
006210     MOVE PP-RECURSIVE-TOTAL (WS-DEST-SUB)
006220         TO WS-PARTIAL-RECURSIVE.
006230     ADD WS-PARTIAL-SIMPLE TO DT-SIMPLE-TOTAL (WS-DEST-SUB).
006240     ADD WS-PARTIAL-RECURSIVE
006250         TO DT-RECURSIVE-TOTAL (WS-DEST-SUB).
006260     ADD 1 TO WS-DEST-SUB.
006270 2040-ADD-ONE-SLOT-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------------
006300*    3000-PROVE-PARTITION-SET - EVERY PARTITION OF THE SET MUST
006310*    HAVE REPORTED, AND THE KEY RANGES, TAKEN IN PARTITION
006320*    ORDER, MUST CHAIN FROM THE FIRST KEY TO THE LAST: PARTITION
006330*    1 OPEN AT THE LOW END, EACH LOW KEY EQUAL TO THE PREVIOUS
006340*    PARTITION'S (EXCLUSIVE) HIGH KEY, EVERY RANGE NON-EMPTY,
006350*    AND THE LAST PARTITION OPEN AT THE HIGH END. THAT LEAVES
006360*    NO KEY UNREAD AND NO KEY READ TWICE.
006370*-----------------------------------------------------------------
006380 3000-PROVE-PARTITION-SET.
006390     MOVE 1 TO WS-PART-SUB.
006400     PERFORM 3010-CHECK-ONE-REPORTED
006410         THRU 3010-CHECK-ONE-REPORTED-EXIT
006420         UNTIL WS-PART-SUB > WS-PART-COUNT.
006430     IF MERGE-REFUSED
006440         GO TO 3000-PROVE-PARTITION-SET-EXIT
006450     END-IF.
006460     MOVE 1 TO WS-PART-SUB.
006470     PERFORM 3020-CHECK-ONE-RANGE
006480         THRU 3020-CHECK-ONE-RANGE-EXIT
006490         UNTIL WS-PART-SUB > WS-PART-COUNT.
006500 3000-PROVE-PARTITION-SET-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------------
006530*    3010-CHECK-ONE-REPORTED - LIST ONE PARTITION, OR SAY IT
006540*    NEVER REPORTED
006550*-----------------------------------------------------------------
006560 3010-CHECK-ONE-REPORTED.
006570     IF PE-REPORTED-SW (WS-PART-SUB) = 'Y'
006580         DISPLAY "FUELMRG: PARTITION " WS-PART-SUB
006590             " KEYS " PE-LOW-KEY (WS-PART-SUB)
006600             " TO " PE-HIGH-KEY (WS-PART-SUB)
006610             " RECORDS " PE-RECORD-COUNT (WS-PART-SUB)
006620             " EXCEPTIONS " PE-EXCEPTION-COUNT (WS-PART-SUB)
006630     ELSE
006640         DISPLAY "FUELMRG: PARTITION " WS-PART-SUB " OF "
006650             WS-PART-COUNT " DID NOT REPORT"
006660         PERFORM 8000-REFUSE-MERGE
006670             THRU 8000-REFUSE-MERGE-EXIT
006680     END-IF.
006690     ADD 1 TO WS-PART-SUB.
006700 3010-CHECK-ONE-REPORTED-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------------
006730*    3020-CHECK-ONE-RANGE - ONE PARTITION'S RANGE AGAINST ITS
006740*    NEIGHBOURS AND THE ENDS OF THE FILE
006750*-----------------------------------------------------------------
006760 3020-CHECK-ONE-RANGE.
006770     IF WS-PART-SUB = 1
006780         IF PE-LOW-KEY (WS-PART-SUB) NOT = '*'
006790             DISPLAY "FUELMRG: PARTITION 1 DOES NOT START AT"
006800                 " THE FIRST KEY - GAP BEFORE "
006810                 PE-LOW-KEY (WS-PART-SUB)
006820             PERFORM 8000-REFUSE-MERGE
006830                 THRU 8000-REFUSE-MERGE-EXIT
006840         END-IF
006850     ELSE
006860         SUBTRACT 1 FROM WS-PART-SUB GIVING WS-PART-PREV
006870         IF PE-LOW-KEY (WS-PART-SUB) = '*'
006880                 OR PE-LOW-KEY (WS-PART-SUB)
006890                     NOT = PE-HIGH-KEY (WS-PART-PREV)
006900             DISPLAY "FUELMRG: GAP OR OVERLAP BETWEEN"
006910                 " PARTITIONS " WS-PART-PREV " AND "
006920                 WS-PART-SUB " - " PE-HIGH-KEY (WS-PART-PREV)
006930                 " / " PE-LOW-KEY (WS-PART-SUB)
006940             PERFORM 8000-REFUSE-MERGE
006950                 THRU 8000-REFUSE-MERGE-EXIT
006960         END-IF
006970     END-IF.
006980     IF WS-PART-SUB = WS-PART-COUNT
006990             AND PE-HIGH-KEY (WS-PART-SUB) NOT = '*'
007000         DISPLAY "FUELMRG: PARTITION " WS-PART-SUB " DOES NOT"
007010             " RUN TO THE LAST KEY - GAP FROM "
007020             PE-HIGH-KEY (WS-PART-SUB)
007030         PERFORM 8000-REFUSE-MERGE
007040             THRU 8000-REFUSE-MERGE-EXIT
007050     END-IF.
007060     IF PE-LOW-KEY (WS-PART-SUB) NOT = '*'
007070             AND PE-HIGH-KEY (WS-PART-SUB) NOT = '*'
007080             AND PE-LOW-KEY (WS-PART-SUB)
007090                 NOT < PE-HIGH-KEY (WS-PART-SUB)
007100         DISPLAY "FUELMRG: PARTITION " WS-PART-SUB
007110             " KEY RANGE EMPTY OR REVERSED"
007120         PERFORM 8000-REFUSE-MERGE
007130             THRU 8000-REFUSE-MERGE-EXIT
007140     END-IF.
007150     ADD 1 TO WS-PART-SUB.
007160 3020-CHECK-ONE-RANGE-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------------
007190*    4000-RECONCILE-CONTROL-TOTAL - THE COMBINED RECORD COUNT
007200*    MUST EQUAL THE CNTRL TRAILER'S EXPECTED COUNT. THE
007210*    PARTITIONS SKIP THE TRAILER, SO IT IS READ HERE BY KEY. A
007220*    FILE WITH NO TRAILER IS MERGED UNRECONCILED, AS HELLO
007230*    TREATS IT.
007240*-----------------------------------------------------------------
007250 4000-RECONCILE-CONTROL-TOTAL.
007260     DISPLAY "RECORDS READ FOR CONTROL TOTALS: " WS-RECORD-COUNT.
007270     MOVE 'CNTRL' TO MASS-MODULE-ID.
007280     READ MASS
007290         INVALID KEY
007300             DISPLAY "FUELMRG: NO CNTRL TRAILER ON MASSDD -"
007310                 " COUNT NOT RECONCILED"
007320             GO TO 4000-RECONCILE-CONTROL-TOTAL-EXIT
007330     END-READ.
007340     IF WS-MASS-STATUS NOT = '00'
007350         DISPLAY "FUELMRG: I/O ERROR READING THE CNTRL TRAILER"
007360         DISPLAY "FUELMRG: FILE STATUS = " WS-MASS-STATUS
007370         PERFORM 8000-REFUSE-MERGE
007380             THRU 8000-REFUSE-MERGE-EXIT
007390         GO TO 4000-RECONCILE-CONTROL-TOTAL-EXIT
007400     END-IF.
007410     IF MASS-NUMBER = WS-RECORD-COUNT
007420         DISPLAY "CONTROL TOTAL RECONCILES"
007430     ELSE
007440         DISPLAY "CONTROL TOTAL MISMATCH - EXPECTED "
007450             MASS-NUMBER
007460         DISPLAY "CONTROL TOTAL MISMATCH - ACTUAL   "
007470             WS-RECORD-COUNT
007480         PERFORM 8000-REFUSE-MERGE
007490             THRU 8000-REFUSE-MERGE-EXIT
007500     END-IF.
007510 4000-RECONCILE-CONTROL-TOTAL-EXIT.
007520     EXIT.
007530*-----------------------------------------------------------------
007540*    4500-CHECK-PERIOD-OPEN - REFUSE TO PUBLISH A RUN DATED IN AN
007550*    ACCOUNTING PERIOD PRDCLOSE HAS CLOSED, UNLESS PRDOPEN HAS
007560*    LOGGED A REOPEN
007570*-----------------------------------------------------------------
007580 4500-CHECK-PERIOD-OPEN.
007590     MOVE WS-RUN-DATE-DISPLAY TO PR-POST-DATE.
007600     CALL 'PRDLOOK' USING WS-PRDLOOK-AREA.
007610     IF PR-STATUS = 'R'
007620         DISPLAY "FUELMRG: PERIOD " PR-PERIOD " WAS REOPENED BY "
007630             PR-CHANGED-BY " ON " PR-CHANGED-DATE
007640         GO TO 4500-CHECK-PERIOD-OPEN-EXIT
007650     END-IF.
007660     IF PR-STATUS = 'C'
007670         DISPLAY "FUELMRG: PERIOD " PR-PERIOD " WAS CLOSED BY "
007680             PR-CHANGED-BY " ON " PR-CHANGED-DATE
007690         DISPLAY "FUELMRG: THE PERIOD MUST BE REOPENED THROUGH"
007700             " PRDOPEN FIRST"
007710         PERFORM 8000-REFUSE-MERGE
007720             THRU 8000-REFUSE-MERGE-EXIT
007730     END-IF.
007740     IF PR-STATUS = 'U'
007750         DISPLAY "FUELMRG: PERIOD CONTROL UNAVAILABLE"
007760         MOVE 16 TO RETURN-CODE
007770         PERFORM 8000-REFUSE-MERGE
007780             THRU 8000-REFUSE-MERGE-EXIT
007790     END-IF.
007800 4500-CHECK-PERIOD-OPEN-EXIT.
007810     EXIT.
007820*-----------------------------------------------------------------
007830*    5000-LOAD-PRIOR-RUN - REMEMBER, PER DESTINATION, THE MOST
007840*    RECENT FUELTOT RECORD FOR THE SAME INPUT IDENTIFIER AND
007850*    DESTINATION, FALLING BACK TO THE LATEST FOR THE SAME
007860*    DESTINATION - THE SAME RULE HELLO APPLIES. NO HISTORY
007870*    LEAVES THAT DESTINATION'S GUARD IDLE.
007880*-----------------------------------------------------------------
007890 5000-LOAD-PRIOR-RUN.
007900     OPEN INPUT PRIORTOT.
007910     IF WS-PRIORTOT-STATUS = '35'
007920         DISPLAY "FUELMRG: NO PRIOR FUELTOT HISTORY - GUARD IDLE"
007930         GO TO 5000-LOAD-PRIOR-RUN-EXIT
007940     END-IF.
007950     IF WS-PRIORTOT-STATUS NOT = '00'
007960         DISPLAY "FUELMRG: PRIOR HISTORY UNREADABLE - GUARD IDLE"
007970         DISPLAY "FUELMRG: FILE STATUS = " WS-PRIORTOT-STATUS
007980         GO TO 5000-LOAD-PRIOR-RUN-EXIT
007990     END-IF.
008000     PERFORM 5010-READ-ONE-PRIOR
008010         THRU 5010-READ-ONE-PRIOR-EXIT
008020         UNTIL END-OF-PRIORTOT-FILE.
008030     CLOSE PRIORTOT.
008040     MOVE 1 TO WS-DEST-SUB.
008050     PERFORM 5020-REPORT-ONE-PRIOR
008060         THRU 5020-REPORT-ONE-PRIOR-EXIT
008070         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
008080 5000-LOAD-PRIOR-RUN-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------------
008110*    5010-READ-ONE-PRIOR - CONSIDER ONE HISTORY RECORD AGAINST
008120*    THE DESTINATION TABLE. AN EXACT INPUT-IDENTIFIER MATCH
008130*    ALWAYS WINS OVER THE SAME-DESTINATION FALLBACK; AMONG
008140*    EQUALS THE LATEST RECORD READ WINS. SPACES ARE EARTH.
008150*-----------------------------------------------------------------
008160 5010-READ-ONE-PRIOR.
008170     READ PRIORTOT
008180         AT END
008190             MOVE 'Y' TO WS-PRIORTOT-EOF
008200             GO TO 5010-READ-ONE-PRIOR-EXIT
008210     END-READ.
008220     IF PT-RECORD-COUNT IS NOT NUMERIC
008230         GO TO 5010-READ-ONE-PRIOR-EXIT
008240     END-IF.
008250     MOVE PT-DEST-CODE TO WS-PRIOR-DEST.
008260     IF WS-PRIOR-DEST = SPACES
008270         MOVE 'EARTH' TO WS-PRIOR-DEST
008280     END-IF.
008290     PERFORM 5015-FIND-DEST-ENTRY
008300         THRU 5015-FIND-DEST-ENTRY-EXIT.
008310     IF WS-DEST-FOUND-SUB = ZERO
008320         GO TO 5010-READ-ONE-PRIOR-EXIT
008330     END-IF.
008340     IF PT-INPUT-FILE-NAME NOT = WS-INPUT-FILE-NAME
008350             AND DT-PRIOR-EXACT-SW (WS-DEST-FOUND-SUB) = 'Y'
008360         GO TO 5010-READ-ONE-PRIOR-EXIT
008370     END-IF.
008380     IF PT-INPUT-FILE-NAME = WS-INPUT-FILE-NAME
008390         MOVE 'Y' TO DT-PRIOR-EXACT-SW (WS-DEST-FOUND-SUB)
008400     END-IF.
008410     MOVE 'Y' TO DT-PRIOR-SW (WS-DEST-FOUND-SUB).
008420     MOVE PT-RECORD-COUNT TO DT-PRIOR-COUNT (WS-DEST-FOUND-SUB).
008430     MOVE PT-MASS-TOTAL TO DT-PRIOR-TOTAL (WS-DEST-FOUND-SUB).
008440 5010-READ-ONE-PRIOR-EXIT.
008450     EXIT.
008460*-----------------------------------------------------------------
008470*    5015-FIND-DEST-ENTRY - LOCATE THE DESTINATION TABLE ENTRY
008480*    FOR THE HISTORY RECORD IN HAND, ZERO WHEN NOT ON THIS RUN
008490*-----------------------------------------------------------------
008500 5015-FIND-DEST-ENTRY.
008510     MOVE ZERO TO WS-DEST-FOUND-SUB.
008520     MOVE 1 TO WS-DEST-SCAN.
008530     PERFORM 5016-TEST-DEST-ENTRY
008540         THRU 5016-TEST-DEST-ENTRY-EXIT
008550         UNTIL WS-DEST-FOUND-SUB > ZERO
008560            OR WS-DEST-SCAN > WS-DEST-COUNT.
008570 5015-FIND-DEST-ENTRY-EXIT.
008580     EXIT.
008590*-----------------------------------------------------------------
008600*    5016-TEST-DEST-ENTRY - DOES THIS ENTRY MATCH THE HISTORY
008610*    RECORD'S DESTINATION
008620*-----------------------------------------------------------------
008630 5016-TEST-DEST-ENTRY.
008640     IF DT-DEST-CODE (WS-DEST-SCAN) = WS-PRIOR-DEST
008650         MOVE WS-DEST-SCAN TO WS-DEST-FOUND-SUB
008660     ELSE
008670         ADD 1 TO WS-DEST-SCAN
008680     END-IF.
008690 5016-TEST-DEST-ENTRY-EXIT.
008700     EXIT.
008710*-----------------------------------------------------------------
008720*    5020-REPORT-ONE-PRIOR - SAY WHAT THE GUARD WILL JUDGE ONE
008730*    DESTINATION AGAINST, OR THAT ITS GUARD IS IDLE
008740*-----------------------------------------------------------------
008750 5020-REPORT-ONE-PRIOR.
008760     IF DT-PRIOR-SW (WS-DEST-SUB) = 'Y'
008770         DISPLAY "FUELMRG: " DT-DEST-CODE (WS-DEST-SUB)
008780             " PRIOR RUN COUNT " DT-PRIOR-COUNT (WS-DEST-SUB)
008790         DISPLAY "FUELMRG: " DT-DEST-CODE (WS-DEST-SUB)
008800             " PRIOR RUN TOTAL " DT-PRIOR-TOTAL (WS-DEST-SUB)
008810     ELSE
008820         DISPLAY "FUELMRG: " DT-DEST-CODE (WS-DEST-SUB)
008830             " HAS NO COMPARABLE PRIOR RUN - GUARD IDLE"
008840     END-IF.
008850     ADD 1 TO WS-DEST-SUB.
008860 5020-REPORT-ONE-PRIOR-EXIT.
008870     EXIT.
008880*-----------------------------------------------------------------
008890*    6000-REASONABLENESS-GUARD - JUDGE EVERY DESTINATION'S
008900*    COMBINED FIGURES AGAINST ITS OWN PRIOR RUN, ONCE
008910*-----------------------------------------------------------------
008920 6000-REASONABLENESS-GUARD.
008930     MOVE 1 TO WS-DEST-SUB.
008940     PERFORM 6010-GUARD-ONE-DEST
008950         THRU 6010-GUARD-ONE-DEST-EXIT
008960         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
008970 6000-REASONABLENESS-GUARD-EXIT.
008980     EXIT.
008990*-----------------------------------------------------------------
009000*    6010-GUARD-ONE-DEST - COMPARE THE COMBINED RECORD COUNT
009010*    AND ONE DESTINATION'S COMBINED MASS TOTAL AGAINST THAT
009020*    DESTINATION'S PRIOR RUN WITHIN THE PARM TOLERANCES. A
009030*    PRIOR FIGURE OF ZERO LEAVES THAT COMPARISON IDLE.
009040*-----------------------------------------------------------------
009050 6010-GUARD-ONE-DEST.
009060     IF DT-PRIOR-SW (WS-DEST-SUB) NOT = 'Y'
009070         GO TO 6010-GUARD-ONE-DEST-NEXT
009080     END-IF.
009090     MOVE ZERO TO WS-COUNT-DEVIATION.
009100     MOVE ZERO TO WS-MASS-DEVIATION.
009110     IF DT-PRIOR-COUNT (WS-DEST-SUB) NOT = ZERO
009120         COMPUTE WS-COUNT-DEVIATION ROUNDED =
009130             ((WS-RECORD-COUNT - DT-PRIOR-COUNT (WS-DEST-SUB))
009140                 / DT-PRIOR-COUNT (WS-DEST-SUB)) * 100
009150             ON SIZE ERROR
009160                 MOVE 99999999.99 TO WS-COUNT-DEVIATION
009170         END-COMPUTE
009180     END-IF.
009190     IF WS-COUNT-DEVIATION < ZERO
009200         COMPUTE WS-COUNT-DEVIATION = WS-COUNT-DEVIATION * -1
009210     END-IF.
009220     IF DT-PRIOR-TOTAL (WS-DEST-SUB) NOT = ZERO
009230         COMPUTE WS-MASS-DEVIATION ROUNDED =
009240             ((DT-SIMPLE-TOTAL (WS-DEST-SUB)
009250                 - DT-PRIOR-TOTAL (WS-DEST-SUB))
009260                 / DT-PRIOR-TOTAL (WS-DEST-SUB)) * 100
009270             ON SIZE ERROR
009280                 MOVE 99999999.99 TO WS-MASS-DEVIATION
009290         END-COMPUTE
009300     END-IF.
009310     IF WS-MASS-DEVIATION < ZERO
009320         COMPUTE WS-MASS-DEVIATION = WS-MASS-DEVIATION * -1
009330     END-IF.
009340     IF WS-COUNT-DEVIATION > WS-COUNT-TOLERANCE
009350             OR WS-MASS-DEVIATION > WS-MASS-TOLERANCE
009360         MOVE 'Y' TO DT-GUARD-SW (WS-DEST-SUB)
009370         SET REASONABLENESS-FAILED TO TRUE
009380         IF RETURN-CODE < 12
009390             MOVE 12 TO RETURN-CODE
009400         END-IF
009410         DISPLAY "FUELMRG: " DT-DEST-CODE (WS-DEST-SUB)
009420             " FAILS THE REASONABLENESS GUARD"
009430         DISPLAY "FUELMRG: PRIOR COUNT  "
009440             DT-PRIOR-COUNT (WS-DEST-SUB)
009450         DISPLAY "FUELMRG: ACTUAL COUNT " WS-RECORD-COUNT
009460         DISPLAY "FUELMRG: PRIOR TOTAL  "
009470             DT-PRIOR-TOTAL (WS-DEST-SUB)
009480         DISPLAY "FUELMRG: ACTUAL TOTAL "
009490             DT-SIMPLE-TOTAL (WS-DEST-SUB)
009500         PERFORM 6020-WRITE-REASON-LINE
009510             THRU 6020-WRITE-REASON-LINE-EXIT
009520     END-IF.
009530 6010-GUARD-ONE-DEST-NEXT.
009540     ADD 1 TO WS-DEST-SUB.
009550 6010-GUARD-ONE-DEST-EXIT.
009560     EXIT.
009570*-----------------------------------------------------------------
009580*    6020-WRITE-REASON-LINE - ONE REASONABLENESS-FAILURE REPORT
009590*    LINE FOR THE DESTINATION IN HAND, OPENED EXTEND SO THE
009600*    FAILURE HISTORY ACCUMULATES
009610*-----------------------------------------------------------------
009620 6020-WRITE-REASON-LINE.
009630     OPEN EXTEND REASNRPT.
009640     MOVE SPACES TO REASNRPT-RECORD.
009650     MOVE WS-RUN-DATE-DISPLAY TO RF-RUN-DATE.
009660     MOVE WS-INPUT-FILE-NAME TO RF-INPUT-NAME.
009670     MOVE DT-DEST-CODE (WS-DEST-SUB) TO RF-DEST-CODE.
009680     MOVE DT-PRIOR-COUNT (WS-DEST-SUB) TO RF-PRIOR-COUNT.
009690     MOVE WS-RECORD-COUNT TO RF-ACTUAL-COUNT.
009700     MOVE DT-PRIOR-TOTAL (WS-DEST-SUB) TO RF-PRIOR-TOTAL.
009710     MOVE DT-SIMPLE-TOTAL (WS-DEST-SUB) TO RF-ACTUAL-TOTAL.
009720     WRITE REASNRPT-RECORD.
009730     CLOSE REASNRPT.
009740 6020-WRITE-REASON-LINE-EXIT.
009750     EXIT.
009760*-----------------------------------------------------------------
009770*    7000-PUBLISH-FUEL-TOTALS - ONE FUELTOT RECORD PER
009780*    DESTINATION WHOSE GUARD PASSED, THEN THE COMPARISON PAGE
009790*    FOR A MULTI-DESTINATION RUN
009800*-----------------------------------------------------------------
009810 7000-PUBLISH-FUEL-TOTALS.
009820     OPEN OUTPUT FUELTOT.
009830     MOVE 1 TO WS-DEST-SUB.
009840     PERFORM 7010-PUBLISH-ONE-DEST
009850         THRU 7010-PUBLISH-ONE-DEST-EXIT
009860         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
009870     CLOSE FUELTOT.
009880     IF WS-DEST-COUNT > 1
009890         PERFORM 7200-WRITE-COMPARISON
009900             THRU 7200-WRITE-COMPARISON-EXIT
009910     END-IF.
009920 7000-PUBLISH-FUEL-TOTALS-EXIT.
009930     EXIT.
009940*-----------------------------------------------------------------
009950*    7010-PUBLISH-ONE-DEST - A DESTINATION THAT FAILED ITS
009960*    GUARD IS HELD BACK WHILE THE OTHERS STILL PUBLISH
009970*-----------------------------------------------------------------
009980 7010-PUBLISH-ONE-DEST.
009990     IF DT-GUARD-SW (WS-DEST-SUB) = 'Y'
010000         DISPLAY "FUELMRG: " DT-DEST-CODE (WS-DEST-SUB)
010010             " NOT PUBLISHED TO FUELTOT"
010020     ELSE
010030         MOVE SPACES TO FUELTOT-RECORD
010040         MOVE WS-RUN-DATE-DISPLAY TO FT-RUN-DATE
010050         MOVE WS-INPUT-FILE-NAME  TO FT-INPUT-FILE-NAME
010060         MOVE WS-RECORD-COUNT     TO FT-RECORD-COUNT
010070         MOVE DT-SIMPLE-TOTAL (WS-DEST-SUB) TO FT-MASS-TOTAL
010080         MOVE DT-DEST-CODE (WS-DEST-SUB) TO FT-DEST-CODE
010090         WRITE FUELTOT-RECORD
010100         DISPLAY "FUELMRG: " DT-DEST-CODE (WS-DEST-SUB)
010110             " PUBLISHED - TOTAL " DT-SIMPLE-TOTAL (WS-DEST-SUB)
010120     END-IF.
010130     ADD 1 TO WS-DEST-SUB.
010140 7010-PUBLISH-ONE-DEST-EXIT.
010150     EXIT.
010160*-----------------------------------------------------------------
010170*    7200-WRITE-COMPARISON - SIDE-BY-SIDE DESTINATION
010180*    COMPARISON PAGE, ONE LINE PER DESTINATION
010190*-----------------------------------------------------------------
010200 7200-WRITE-COMPARISON.
010210     OPEN OUTPUT DESTCOMP.
010220     MOVE WS-RUN-DATE-DISPLAY TO CT-RUN-DATE.
010230     WRITE DESTCOMP-RECORD FROM WS-COMP-TITLE.
010240     WRITE DESTCOMP-RECORD FROM WS-COMP-HEADING.
010250     MOVE 1 TO WS-DEST-SUB.
010260     PERFORM 7210-WRITE-ONE-COMP-LINE
010270         THRU 7210-WRITE-ONE-COMP-LINE-EXIT
010280         UNTIL WS-DEST-SUB > WS-DEST-COUNT.
010290     CLOSE DESTCOMP.
010300 7200-WRITE-COMPARISON-EXIT.
010310     EXIT.
010320*-----------------------------------------------------------------
010330*    7210-WRITE-ONE-COMP-LINE - ONE DESTINATION'S COMPARISON
010340*    LINE. WITHOUT AN EARTH RUN TO COMPARE AGAINST, THE
010350*    DIFFERENCE COLUMN IS NOTED RATHER THAN INVENTED.
010360*-----------------------------------------------------------------
010370 7210-WRITE-ONE-COMP-LINE.
010380     MOVE SPACES TO WS-COMP-LINE.
010390     MOVE DT-DEST-CODE (WS-DEST-SUB) TO CP-DEST-CODE.
010400     MOVE DT-SIMPLE-TOTAL (WS-DEST-SUB) TO CP-SIMPLE-TOTAL.
010410     MOVE DT-RECURSIVE-TOTAL (WS-DEST-SUB)
010420         TO CP-RECURSIVE-TOTAL.
010430     IF WS-EARTH-SUB > ZERO
010440         SUBTRACT DT-SIMPLE-TOTAL (WS-EARTH-SUB)
010450             FROM DT-SIMPLE-TOTAL (WS-DEST-SUB)
010460             GIVING WS-EARTH-DIFF
010470         MOVE WS-EARTH-DIFF TO CP-EARTH-DIFF
010480     ELSE
010490         MOVE ZERO TO CP-EARTH-DIFF
010500         MOVE 'NO EARTH RUN' TO CP-NOTE
010510     END-IF.
010520     IF DT-GUARD-SW (WS-DEST-SUB) = 'Y'
010530         MOVE 'GUARD FAILED' TO CP-NOTE
010540     END-IF.
010550     WRITE DESTCOMP-RECORD FROM WS-COMP-LINE.
010560     ADD 1 TO WS-DEST-SUB.
010570 7210-WRITE-ONE-COMP-LINE-EXIT.
010580     EXIT.
010590*-----------------------------------------------------------------
010600*    8000-REFUSE-MERGE - COMMON REFUSAL BOOKKEEPING. THE CALLER
010610*    HAS ALREADY SAID WHY ON SYSOUT. NOTHING IS PUBLISHED.
010620*-----------------------------------------------------------------
010630 8000-REFUSE-MERGE.
010640     ADD 1 TO WS-FINDING-COUNT.
010650     SET MERGE-REFUSED TO TRUE.
010660     IF RETURN-CODE < 12
010670         MOVE 12 TO RETURN-CODE
010680     END-IF.
010690 8000-REFUSE-MERGE-EXIT.
010700     EXIT.
010710*-----------------------------------------------------------------
010720*    9000-TERMINATE - CLOSE FILES, REPORT, AND LOG THE RUN
010730*-----------------------------------------------------------------
010740 9000-TERMINATE.
010750     CLOSE FUELPART.
010760     CLOSE MASS.
010770     IF MERGE-REFUSED
010780         DISPLAY "FUELMRG: " WS-FINDING-COUNT " FINDING(S) -"
010790             " MERGE REFUSED, NOTHING PUBLISHED TO FUELTOT"
010800     END-IF.
010810     DISPLAY "FUELMRG: PARTIAL RECORDS READ: " WS-PARTIAL-COUNT.
010820     DISPLAY "FUELMRG: COMBINED RECORDS:     " WS-RECORD-COUNT.
010830     DISPLAY "FUELMRG: COMBINED EXCEPTIONS:  " WS-EXCEPTION-COUNT.
010840     IF WS-DEST-COUNT > ZERO
010850         DISPLAY "THE TOTAL MASS IN PIC S9(10) IS: "
010860             DT-SIMPLE-TOTAL (1)
010870         DISPLAY "DESTINATION FOR FUEL RATES: " DT-DEST-CODE (1)
010880         IF RECURSIVE-MODE-REQUESTED
010890             DISPLAY "RECURSIVE FUEL TOTAL IS: "
010900                 DT-RECURSIVE-TOTAL (1)
010910         END-IF
010920         MOVE DT-SIMPLE-TOTAL (1) TO RA-FINAL-TOTAL
010930     END-IF.
010940     MOVE 'E' TO RA-PHASE.
010950     MOVE WS-RECORD-COUNT TO RA-RECORDS-READ.
010960     MOVE WS-EXCEPTION-COUNT TO RA-RECORDS-REJECTED.
010970     MOVE RETURN-CODE TO RA-RETURN-CODE.
010980     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
010990 9000-TERMINATE-EXIT.
011000     EXIT.
