000300*                      COUNT THE TRAILER IS WITHHELD AND THE
000310*                      STEP ENDS RC 12, SO BAD FIGURES CAN
000320*                      NEVER LEAVE THE BUILDING.
000330*    2026-10-15  JH    THE FUEL-RUN GATE NOW ALSO READS FUELMRG
000340*                      END-OF-RUN RECORDS. A KEY-RANGE PARTITIONED
000350*                      RUN ENDS WITH THE MERGE STEP, SO THE LATEST
000360*                      END RECORD OF HELLO OR FUELMRG FOR THE
000370*                      DATE, BY RUN TIME, DECIDES.
000380*    2026-10-15  JH    A HELLO PARTITION'S END RECORD, MARKED BY
000390*                      ITS 'PART N/OF' INPUT NAME, NO LONGER
000400*                      JUDGES THE DAY. ONCE PARTITIONS HAVE RUN, A
000410*                      FUELMRG MERGE (OR A COMPLETE HELLO RERUN)
000420*                      MUST HAVE ENDED AFTER THE LAST OF THEM, OR
000430*                      THE STEP IS REFUSED RC 12.
000440*-----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT MASS ASSIGN TO MASSDD
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS MASS-MODULE-ID
000520         FILE STATUS IS WS-MASS-STATUS.
000530     SELECT PUBHIST ASSIGN TO 'FUELTOT.DAT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PUBHIST-STATUS.
000560     SELECT RUNLOG ASSIGN TO RUNLOGDD
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS RL-LOG-KEY
000600         FILE STATUS IS WS-RUNLOG-STATUS.
000610     SELECT INTRFACE ASSIGN TO 'INTRFACE.DAT'
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  MASS.
000660 01  MASS-FILE.
000670     05  MASS-MODULE-ID          PIC X(05).
000680     05  MASS-NUMBER             PIC 9(10).
000690*-----------------------------------------------------------------
000700*    PUBHIST - THE ACCUMULATED FUELTOT RESULTS, READ BACK TO
000710*    PROVE THE RUN BEING EXTRACTED ACTUALLY PUBLISHED. LAYOUT
000720*    MATCHES THE FUELTOT-RECORD WRITTEN BY HELLO.
000730*-----------------------------------------------------------------
000740 FD  PUBHIST.
000750 01  PUBHIST-RECORD.
000760     05  PT-RUN-DATE              PIC X(10).
000770     05  PT-SPACER-1              PIC X(01).
000780     05  PT-INPUT-FILE-NAME       PIC X(20).
000790     05  PT-SPACER-2              PIC X(01).
000800     05  PT-RECORD-COUNT          PIC 9(06).
000810     05  PT-SPACER-3              PIC X(01).
000820     05  PT-MASS-TOTAL            PIC -9(10).
000830     05  PT-SPACER-4              PIC X(01).
000840     05  PT-DEST-CODE             PIC X(08).
000850*-----------------------------------------------------------------
000860*    RUNLOGDD - CENTRAL RUN-LOG KSDS, KEYED ON PROGRAM, DATE,
000870*    TIME, AND PHASE. LAYOUT MATCHES THE RECORD WRITTEN BY THE
000880*    SHARED RUNLOG ROUTINE.
000890*-----------------------------------------------------------------
000900 FD  RUNLOG.
000910 01  RUNLOG-RECORD.
000920     05  RL-LOG-KEY.
000930         10  RL-PROGRAM-ID        PIC X(08).
000940         10  RL-RUN-DATE          PIC X(10).
000950         10  RL-RUN-TIME          PIC X(08).
000960         10  RL-PHASE             PIC X(01).
000970     05  RL-SPACER-1              PIC X(01).
000980     05  RL-INPUT-NAME            PIC X(20).
000990     05  RL-SPACER-2              PIC X(01).
001000     05  RL-RECORDS-READ          PIC 9(06).
001010     05  RL-SPACER-3              PIC X(01).
001020     05  RL-RECORDS-REJECTED      PIC 9(06).
001030     05  RL-SPACER-4              PIC X(01).
001040     05  RL-FINAL-TOTAL           PIC -9(10).
001050     05  RL-SPACER-5              PIC X(01).
001060     05  RL-RETURN-CODE           PIC 9(04).
001070*-----------------------------------------------------------------
001080*    INTRFACE.DAT - FIXED-LAYOUT INTERFACE FILE: ONE 'H' HEADER,
001090*    ONE 'D' RECORD PER MODULE, ONE 'T' TRAILER
001100*-----------------------------------------------------------------
001110 FD  INTRFACE.
001120 01  INTRFACE-RECORD              PIC X(80).
001130 WORKING-STORAGE SECTION.
001140*-----------------------------------------------------------------
001150*    MASS RECORD WORK AREA
001160*-----------------------------------------------------------------
001170 01  WS-MASS.
001180     05  WS-MODULE-ID            PIC X(05).
001190     05  WS-MASS-NUMBER          PIC 9(10).
001200*-----------------------------------------------------------------
001210*    SWITCHES AND COUNTERS
001220*-----------------------------------------------------------------
001230 01  WS-MASS-EOF                  PIC X(01)   VALUE 'N'.
001240     88  END-OF-MASS-FILE                     VALUE 'Y'.
001250 01  WS-PUBHIST-EOF               PIC X(01)   VALUE 'N'.
001260     88  END-OF-PUBHIST-FILE                  VALUE 'Y'.
001270 01  WS-RUNLOG-EOF                PIC X(01)   VALUE 'N'.
001280     88  END-OF-RUNLOG-SCAN                   VALUE 'Y'.
001290 01  WS-MASS-STATUS               PIC X(02)   VALUE '00'.
001300 01  WS-PUBHIST-STATUS            PIC X(02)   VALUE '00'.
001310 01  WS-RUNLOG-STATUS             PIC X(02)   VALUE '00'.
001320 01  WS-READ-COUNT                PIC 9(06)   VALUE ZERO.
001330 01  WS-DETAIL-COUNT              PIC 9(06)   VALUE ZERO.
001340 01  WS-SKIPPED-COUNT             PIC 9(06)   VALUE ZERO.
001350 01  WS-INACTIVE-COUNT            PIC 9(06)   VALUE ZERO.
001360 01  WS-HASH-TOTAL                PIC S9(12)  VALUE ZERO.
001370*-----------------------------------------------------------------
001380*    THE PUBLISHED RUN BEING EXTRACTED - PROVEN AGAINST THE RUN
001390*    LOG AND THE FUELTOT HISTORY BEFORE A RECORD IS WRITTEN
001400*-----------------------------------------------------------------
001410 01  WS-FUELRUN-END-SW            PIC X(01)   VALUE 'N'.
001420     88  FUEL-RUN-ENDED                       VALUE 'Y'.
001430 01  WS-FUELRUN-RC                PIC 9(04)   VALUE ZERO.
001440 01  WS-FUELRUN-TIME              PIC X(08)   VALUE SPACES.
001450 01  WS-SCAN-PROGRAM              PIC X(08)   VALUE SPACES.
001460 01  WS-PARTITION-TIME            PIC X(08)   VALUE SPACES.
001470 01  WS-PUBLISHED-SW              PIC X(01)   VALUE 'N'.
001480     88  RUN-PUBLISHED                        VALUE 'Y'.
001490 01  WS-PUB-RECORD-COUNT          PIC 9(06)   VALUE ZERO.
001500 01  WS-PUB-INPUT-NAME            PIC X(20)   VALUE SPACES.
001510 01  WS-PUB-DEST                  PIC X(08)   VALUE SPACES.
001520*-----------------------------------------------------------------
001530*    PER-MODULE FUEL FIGURES
001540*-----------------------------------------------------------------
001550 01  WS-FUEL-SIMPLE               PIC S9(10).
001560 01  WS-FUEL-RECURSIVE            PIC S9(10).
001570*-----------------------------------------------------------------
001580*    DESTINATION AND RUN DATE FROM THE PARM
001590*-----------------------------------------------------------------
001600 01  WS-DEST-CODE                 PIC X(08)   VALUE 'EARTH'.
001610 01  WS-EXTRACT-DATE              PIC X(10)   VALUE SPACES.
001620 01  WS-PARM-TEXT                 PIC X(20)   VALUE SPACES.
001630 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
001640*-----------------------------------------------------------------
001650*    RUN IDENTIFICATION
001660*-----------------------------------------------------------------
001670 01  WS-RUN-DATE.
001680     05  WS-RUN-YYYY              PIC 9(04).
001690     05  WS-RUN-MM                PIC 9(02).
001700     05  WS-RUN-DD                PIC 9(02).
001710 01  WS-RUN-DATE-DISPLAY          PIC X(10).
001720*-----------------------------------------------------------------
001730*    MODULE MASTER LOOKUP AREA FOR THE SHARED MODLOOK ROUTINE
001740*-----------------------------------------------------------------
001750 01  WS-MODLOOK-AREA.
001760     05  ML-MODULE-ID            PIC X(05).
001770     05  ML-FOUND-SW             PIC X(01).
001780     05  ML-MODULE-NAME          PIC X(20).
001790     05  ML-STAGE-DESC           PIC X(20).
001800     05  ML-OWNING-TEAM          PIC X(10).
001810     05  ML-STATUS               PIC X(01).
001820*-----------------------------------------------------------------
001830*    INTERFACE RECORD LAYOUTS
001840*-----------------------------------------------------------------
001850 01  WS-HEADER-LINE.
001860     05  IH-RECORD-TYPE           PIC X(01)   VALUE 'H'.
001870     05  IH-SPACER-1              PIC X(01)   VALUE SPACE.
001880     05  IH-RUN-DATE              PIC X(10).
001890     05  IH-SPACER-2              PIC X(01)   VALUE SPACE.
001900     05  IH-DEST-CODE             PIC X(08).
001910     05  IH-SPACER-3              PIC X(01)   VALUE SPACE.
001920     05  IH-INPUT-NAME            PIC X(20).
001930     05  FILLER                   PIC X(38)   VALUE SPACES.
001940 01  WS-DETAIL-LINE.
001950     05  ID-RECORD-TYPE           PIC X(01)   VALUE 'D'.
001960     05  ID-SPACER-1              PIC X(01)   VALUE SPACE.
001970     05  ID-MODULE-ID             PIC X(05).
001980     05  ID-SPACER-2              PIC X(01)   VALUE SPACE.
001990     05  ID-MASS                  PIC 9(10).
002000     05  ID-SPACER-3              PIC X(01)   VALUE SPACE.
002010     05  ID-FUEL-SIMPLE           PIC -9(10).
002020     05  ID-SPACER-4              PIC X(01)   VALUE SPACE.
002030     05  ID-FUEL-RECURSIVE        PIC 9(10).
002040     05  ID-SPACER-5              PIC X(01)   VALUE SPACE.
002050     05  ID-DEST-CODE             PIC X(08).
002060     05  ID-SPACER-6              PIC X(01)   VALUE SPACE.
002070     05  ID-RUN-DATE              PIC X(10).
002080     05  FILLER                   PIC X(20)   VALUE SPACES.
002090 01  WS-TRAILER-LINE.
002100     05  IT-RECORD-TYPE           PIC X(01)   VALUE 'T'.
002110     05  IT-SPACER-1              PIC X(01)   VALUE SPACE.
002120     05  IT-RECORD-COUNT          PIC 9(06).
002130     05  IT-SPACER-2              PIC X(01)   VALUE SPACE.
002140     05  IT-HASH-TOTAL            PIC -9(12).
002150     05  FILLER                   PIC X(58)   VALUE SPACES.
002160*-----------------------------------------------------------------
002170*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
002180*-----------------------------------------------------------------
002190 01  WS-RUNLOG-AREA.
002200     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'FUELXTRT'.
002210     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
002220     05  RA-INPUT-NAME            PIC X(20)   VALUE 'MASSDD'.
002230     05  RA-RECORDS-READ          PIC 9(06)   VALUE ZERO.
002240     05  RA-RECORDS-REJECTED      PIC 9(06)   VALUE ZERO.
002250     05  RA-FINAL-TOTAL           PIC S9(10)  VALUE ZERO.
002260     05  RA-RETURN-CODE           PIC 9(04)   VALUE ZERO.
002270 LINKAGE SECTION.
002280*-----------------------------------------------------------------
002290*    LK-PARM - THE JCL PARM STRING, DELIVERED LENGTH-PREFIXED PER
002300*    MVS CONVENTION: THE DESTINATION CODE (DEFAULT EARTH) AND AN
002310*    OPTIONAL RUN DATE AS YYYY-MM-DD (DEFAULT TODAY), E.G.
002320*    PARM='MARS 2026-08-31' TO EXTRACT A PRIOR DAY'S RUN.
002330*-----------------------------------------------------------------
002340 01  LK-PARM.
002350     05  LK-PARM-LENGTH           PIC S9(04) COMP.
002360     05  LK-PARM-DATA             PIC X(20).
002370 PROCEDURE DIVISION USING LK-PARM.
002380*-----------------------------------------------------------------
002390*    0000-MAINLINE
002400*-----------------------------------------------------------------
002410 0000-MAINLINE.
002420     PERFORM 1000-INITIALIZE
002430         THRU 1000-INITIALIZE-EXIT.
002440     IF RETURN-CODE NOT = ZERO
002450         GO TO 0000-MAINLINE-EXIT
002460     END-IF.
002470     PERFORM 2000-PROCESS-MASS-FILE
002480         THRU 2000-PROCESS-MASS-FILE-EXIT.
002490     PERFORM 9000-TERMINATE
002500         THRU 9000-TERMINATE-EXIT.
002510 0000-MAINLINE-EXIT.
002520     STOP RUN.
002530*-----------------------------------------------------------------
002540*    1000-INITIALIZE - PARSE THE PARM, PROVE THE RUN BEING
002550*    EXTRACTED RAN CLEAN AND PUBLISHED, AND OPEN THE FILES
002560*-----------------------------------------------------------------
002570 1000-INITIALIZE.
002580     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
002590     IF WS-PARM-LENGTH > 20
002600         MOVE 20 TO WS-PARM-LENGTH
002610     END-IF.
002620     IF WS-PARM-LENGTH > ZERO
002630         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
002640     END-IF.
002650     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
002660         INTO WS-DEST-CODE WS-EXTRACT-DATE
002670     END-UNSTRING.
002680     IF WS-DEST-CODE = SPACES
002690         MOVE 'EARTH' TO WS-DEST-CODE
002700     END-IF.
002710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002720     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
002730         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
002740     IF WS-EXTRACT-DATE = SPACES
002750         MOVE WS-RUN-DATE-DISPLAY TO WS-EXTRACT-DATE
002760     END-IF.
002770     MOVE 'S' TO RA-PHASE.
002780     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
002790     PERFORM 1100-VERIFY-FUEL-RUN
002800         THRU 1100-VERIFY-FUEL-RUN-EXIT.
002810     IF RETURN-CODE NOT = ZERO
002820         PERFORM 1300-LOG-REFUSAL
002830             THRU 1300-LOG-REFUSAL-EXIT
002840         GO TO 1000-INITIALIZE-EXIT
002850     END-IF.
002860     PERFORM 1200-FIND-PUBLISHED-RUN
002870         THRU 1200-FIND-PUBLISHED-RUN-EXIT.
002880     IF RETURN-CODE NOT = ZERO
002890         PERFORM 1300-LOG-REFUSAL
002900             THRU 1300-LOG-REFUSAL-EXIT
002910         GO TO 1000-INITIALIZE-EXIT
002920     END-IF.
002930     OPEN INPUT MASS.
002940     IF WS-MASS-STATUS NOT = '00'
002950         DISPLAY "FUELXTRT: UNABLE TO OPEN THE MASS FILE"
002960         DISPLAY "FUELXTRT: FILE STATUS = " WS-MASS-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         GO TO 1000-INITIALIZE-EXIT
002990     END-IF.
003000     OPEN OUTPUT INTRFACE.
003010     MOVE SPACES TO WS-HEADER-LINE.
003020     MOVE 'H' TO IH-RECORD-TYPE.
003030     MOVE WS-EXTRACT-DATE TO IH-RUN-DATE.
003040     MOVE WS-DEST-CODE TO IH-DEST-CODE.
003050     MOVE WS-PUB-INPUT-NAME TO IH-INPUT-NAME.
003060     WRITE INTRFACE-RECORD FROM WS-HEADER-LINE.
003070 1000-INITIALIZE-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100*    1100-VERIFY-FUEL-RUN - THE EXTRACT DATE'S LATEST END-OF-
003110*    RUN RECORD FOR THE FUEL RUN MUST BE ON THE RUN LOG WITH A
003120*    RETURN CODE BELOW 8 - A CONTROL-TOTAL MISMATCH OR WORSE
003130*    SETS 8 OR MORE, AND FIGURES FROM SUCH A RUN MUST NEVER
003140*    LEAVE THE BUILDING.
003150*-----------------------------------------------------------------
003160 1100-VERIFY-FUEL-RUN.
003170     OPEN INPUT RUNLOG.
003180     IF WS-RUNLOG-STATUS NOT = '00'
003190         DISPLAY "FUELXTRT: RUN LOG UNREADABLE - CANNOT PROVE"
003200             " THE FUEL RUN - EXTRACT REFUSED"
003210         DISPLAY "FUELXTRT: FILE STATUS = " WS-RUNLOG-STATUS
003220         MOVE 12 TO RETURN-CODE
003230         GO TO 1100-VERIFY-FUEL-RUN-EXIT
003240     END-IF.
003250     MOVE 'HELLO' TO WS-SCAN-PROGRAM.
003260     PERFORM 1105-SCAN-ONE-PROGRAM
003270         THRU 1105-SCAN-ONE-PROGRAM-EXIT.
003280     MOVE 'FUELMRG' TO WS-SCAN-PROGRAM.
003290     PERFORM 1105-SCAN-ONE-PROGRAM
003300         THRU 1105-SCAN-ONE-PROGRAM-EXIT.
003310     CLOSE RUNLOG.
003320     IF WS-PARTITION-TIME NOT = SPACES
003330             AND WS-FUELRUN-TIME < WS-PARTITION-TIME
003340         DISPLAY "FUELXTRT: PARTITIONED FUEL RUN OF "
003350             WS-EXTRACT-DATE " NOT MERGED SINCE ITS LAST"
003360             " PARTITION - EXTRACT REFUSED"
003370         MOVE 12 TO RETURN-CODE
003380         GO TO 1100-VERIFY-FUEL-RUN-EXIT
003390     END-IF.
003400     IF NOT FUEL-RUN-ENDED
003410         DISPLAY "FUELXTRT: NO FUEL RUN ENDED ON "
003420             WS-EXTRACT-DATE " - EXTRACT REFUSED"
003430         MOVE 12 TO RETURN-CODE
003440         GO TO 1100-VERIFY-FUEL-RUN-EXIT
003450     END-IF.
003460     IF WS-FUELRUN-RC NOT < 8
003470         DISPLAY "FUELXTRT: FUEL RUN OF " WS-EXTRACT-DATE
003480             " ENDED RC " WS-FUELRUN-RC " - EXTRACT REFUSED"
003490         MOVE 12 TO RETURN-CODE
003500     END-IF.
003510 1100-VERIFY-FUEL-RUN-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------------
003540*    1105-SCAN-ONE-PROGRAM - THE DATE'S RUN-LOG RECORDS FOR ONE
003550*    FUEL-RUN PROGRAM. A PARTITIONED RUN ENDS WITH THE FUELMRG
003560*    MERGE STEP AFTER ITS HELLO PARTITIONS, SO BOTH ARE SCANNED
003570*    AND THE LATER END RECORD OF EITHER JUDGES THE DAY. A HELLO
003580*    PARTITION'S OWN END RECORD COVERS ONLY ITS KEY RANGE, SO IT
003590*    NEVER JUDGES THE DAY - A MERGE, OR A COMPLETE HELLO RERUN,
003600*    MUST HAVE ENDED AFTER THE LAST PARTITION.
003610*-----------------------------------------------------------------
003620 1105-SCAN-ONE-PROGRAM.
003630     MOVE 'N' TO WS-RUNLOG-EOF.
003640     MOVE LOW-VALUES TO RL-LOG-KEY.
003650     MOVE WS-SCAN-PROGRAM TO RL-PROGRAM-ID.
003660     MOVE WS-EXTRACT-DATE TO RL-RUN-DATE.
003670     START RUNLOG KEY IS NOT LESS THAN RL-LOG-KEY
003680         INVALID KEY
003690             MOVE 'Y' TO WS-RUNLOG-EOF
003700     END-START.
003710     PERFORM 1110-SCAN-ONE-LOG-RECORD
003720         THRU 1110-SCAN-ONE-LOG-RECORD-EXIT
003730         UNTIL END-OF-RUNLOG-SCAN.
003740 1105-SCAN-ONE-PROGRAM-EXIT.
003750     EXIT.
003760*-----------------------------------------------------------------
003770*    1110-SCAN-ONE-LOG-RECORD - NEXT LOG RECORD IN KEY ORDER.
003780*    THE LATEST END RECORD OF THE DATE IS AUTHORITATIVE - AN
003790*    EARLIER CLEAN RUN DOES NOT EXCUSE A LATER FAILED RERUN. A
003800*    HELLO PARTITION LOGS ITS INPUT NAME AS 'PART N/OF ...' AND
003810*    ONLY ITS TIME IS KEPT.
003820*-----------------------------------------------------------------
003830 1110-SCAN-ONE-LOG-RECORD.
003840     READ RUNLOG NEXT RECORD
003850         AT END
003860             MOVE 'Y' TO WS-RUNLOG-EOF
003870             GO TO 1110-SCAN-ONE-LOG-RECORD-EXIT
003880     END-READ.
003890     IF WS-RUNLOG-STATUS NOT = '00'
003900         MOVE 'Y' TO WS-RUNLOG-EOF
003910         GO TO 1110-SCAN-ONE-LOG-RECORD-EXIT
003920     END-IF.
003930     IF RL-PROGRAM-ID NOT = WS-SCAN-PROGRAM
003940             OR RL-RUN-DATE NOT = WS-EXTRACT-DATE
003950         MOVE 'Y' TO WS-RUNLOG-EOF
003960         GO TO 1110-SCAN-ONE-LOG-RECORD-EXIT
003970     END-IF.
003980     IF RL-PHASE = 'E' AND RL-PROGRAM-ID = 'HELLO'
003990             AND RL-INPUT-NAME(1:5) = 'PART '
004000             AND RL-INPUT-NAME(8:1) = '/'
004010         MOVE RL-RUN-TIME TO WS-PARTITION-TIME
004020         GO TO 1110-SCAN-ONE-LOG-RECORD-EXIT
004030     END-IF.
004040     IF RL-PHASE = 'E' AND RL-RUN-TIME NOT < WS-FUELRUN-TIME
004050         SET FUEL-RUN-ENDED TO TRUE
004060         MOVE RL-RETURN-CODE TO WS-FUELRUN-RC
004070         MOVE RL-RUN-TIME TO WS-FUELRUN-TIME
004080     END-IF.
004090 1110-SCAN-ONE-LOG-RECORD-EXIT.
004100     EXIT.
004110*-----------------------------------------------------------------
004120*    1200-FIND-PUBLISHED-RUN - THE FUELTOT HISTORY MUST CARRY A
004130*    RECORD FOR THE EXTRACT DATE AND DESTINATION. A RUN THE
004140*    REASONABLENESS GUARD HELD BACK NEVER PUBLISHED, SO THERE
004150*    IS NOTHING SAFE TO EXTRACT. THE LATEST MATCHING RECORD
004160*    WINS.
004170*-----------------------------------------------------------------
004180 1200-FIND-PUBLISHED-RUN.
004190     OPEN INPUT PUBHIST.
004200     IF WS-PUBHIST-STATUS NOT = '00'
004210         DISPLAY "FUELXTRT: FUELTOT HISTORY UNREADABLE -"
004220             " EXTRACT REFUSED"
004230         DISPLAY "FUELXTRT: FILE STATUS = " WS-PUBHIST-STATUS
004240         MOVE 12 TO RETURN-CODE
004250         GO TO 1200-FIND-PUBLISHED-RUN-EXIT
004260     END-IF.
004270     PERFORM 1210-READ-ONE-PUBLISHED
004280         THRU 1210-READ-ONE-PUBLISHED-EXIT
004290         UNTIL END-OF-PUBHIST-FILE.
004300     CLOSE PUBHIST.
004310     IF NOT RUN-PUBLISHED
004320         DISPLAY "FUELXTRT: NO PUBLISHED FUELTOT RECORD FOR "
004330             WS-EXTRACT-DATE " " WS-DEST-CODE
004340             " - EXTRACT REFUSED"
004350         MOVE 12 TO RETURN-CODE
004360     END-IF.
004370 1200-FIND-PUBLISHED-RUN-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------------
004400*    1210-READ-ONE-PUBLISHED - CONSIDER ONE FUELTOT RECORD.
004410*    RECORDS WRITTEN BEFORE THE DESTINATION COLUMN EXISTED
004420*    CARRY SPACES AND ARE TREATED AS EARTH.
004430*-----------------------------------------------------------------
004440 1210-READ-ONE-PUBLISHED.
004450     READ PUBHIST
004460         AT END
004470             MOVE 'Y' TO WS-PUBHIST-EOF
004480             GO TO 1210-READ-ONE-PUBLISHED-EXIT
004490     END-READ.
004500     IF PT-RECORD-COUNT IS NOT NUMERIC
004510         GO TO 1210-READ-ONE-PUBLISHED-EXIT
004520     END-IF.
004530     IF PT-RUN-DATE NOT = WS-EXTRACT-DATE
004540         GO TO 1210-READ-ONE-PUBLISHED-EXIT
004550     END-IF.
004560     MOVE PT-DEST-CODE TO WS-PUB-DEST.
004570     IF WS-PUB-DEST = SPACES
004580         MOVE 'EARTH' TO WS-PUB-DEST
004590     END-IF.
004600     IF WS-PUB-DEST NOT = WS-DEST-CODE
004610         GO TO 1210-READ-ONE-PUBLISHED-EXIT
004620     END-IF.
004630     SET RUN-PUBLISHED TO TRUE.
004640     MOVE PT-RECORD-COUNT TO WS-PUB-RECORD-COUNT.
004650     MOVE PT-INPUT-FILE-NAME TO WS-PUB-INPUT-NAME.
004660 1210-READ-ONE-PUBLISHED-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690*    1300-LOG-REFUSAL - A DESIGNED REFUSAL ENDS THE RUN BEFORE
004700*    9000-TERMINATE, SO LOG THE END-OF-RUN RECORD HERE THE WAY
004710*    THE PREREQUISITE GATES DO - THE OPERATIONS SUMMARY THEN
004720*    SHOWS THE REFUSAL AND ITS RETURN CODE RATHER THAN A
004730*    PROBABLE ABEND.
004740*-----------------------------------------------------------------
004750 1300-LOG-REFUSAL.
004760     MOVE 'E' TO RA-PHASE.
004770     MOVE RETURN-CODE TO RA-RETURN-CODE.
004780     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
004790 1300-LOG-REFUSAL-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004820*    2000-PROCESS-MASS-FILE - MAIN READ LOOP
004830*-----------------------------------------------------------------
004840 2000-PROCESS-MASS-FILE.
004850     PERFORM UNTIL END-OF-MASS-FILE
004860         READ MASS NEXT RECORD INTO WS-MASS
004870             AT END
004880                 MOVE 'Y' TO WS-MASS-EOF
004890             NOT AT END
004900                 PERFORM 2010-EXTRACT-MODULE
004910                     THRU 2010-EXTRACT-MODULE-EXIT
004920         END-READ
004930     END-PERFORM.
004940 2000-PROCESS-MASS-FILE-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970*    2010-EXTRACT-MODULE - ONE DETAIL RECORD PER ACTIVE MODULE
004980*    WITH A VALID MASS, SKIPPING THE TRAILER, INVALID MASSES,
004990*    AND INACTIVE MODULES - THE SAME RECORDS THE FUEL RUN
005000*    EXCLUDED FROM ITS FIGURES. EVERY NON-TRAILER RECORD COUNTS
005010*    TOWARD THE PUBLISHED-COUNT RECONCILIATION.
005020*-----------------------------------------------------------------
005030 2010-EXTRACT-MODULE.
005040     IF WS-MODULE-ID = 'CNTRL'
005050         GO TO 2010-EXTRACT-MODULE-EXIT
005060     END-IF.
005070     ADD 1 TO WS-READ-COUNT.
005080     MOVE WS-MODULE-ID TO ML-MODULE-ID.
005090     CALL 'MODLOOK' USING WS-MODLOOK-AREA.
005100     IF ML-STATUS = 'I'
005110         ADD 1 TO WS-INACTIVE-COUNT
005120         GO TO 2010-EXTRACT-MODULE-EXIT
005130     END-IF.
005140     IF WS-MASS-NUMBER IS NOT NUMERIC OR WS-MASS-NUMBER NOT > ZERO
005150         ADD 1 TO WS-SKIPPED-COUNT
005160         GO TO 2010-EXTRACT-MODULE-EXIT
005170     END-IF.
005180     CALL 'MASSCALC' USING WS-MASS-NUMBER
005190         WS-FUEL-SIMPLE WS-FUEL-RECURSIVE WS-DEST-CODE
005200         WS-EXTRACT-DATE.
005210     MOVE SPACES TO WS-DETAIL-LINE.
005220     MOVE 'D' TO ID-RECORD-TYPE.
005230     MOVE WS-MODULE-ID TO ID-MODULE-ID.
005240     MOVE WS-MASS-NUMBER TO ID-MASS.
005250     MOVE WS-FUEL-SIMPLE TO ID-FUEL-SIMPLE.
005260     MOVE WS-FUEL-RECURSIVE TO ID-FUEL-RECURSIVE.
005270     MOVE WS-DEST-CODE TO ID-DEST-CODE.
005280     MOVE WS-EXTRACT-DATE TO ID-RUN-DATE.
005290     WRITE INTRFACE-RECORD FROM WS-DETAIL-LINE.
005300     ADD 1 TO WS-DETAIL-COUNT.
005310     ADD WS-FUEL-SIMPLE TO WS-HASH-TOTAL.
005320     ADD WS-FUEL-RECURSIVE TO WS-HASH-TOTAL.
005330 2010-EXTRACT-MODULE-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------------
005360*    9000-TERMINATE - RECONCILE AGAINST THE PUBLISHED COUNT,
005370*    WRITE THE TRAILER ONLY WHEN THE FILE STILL MATCHES THE
005380*    RUN EXTRACTED, CLOSE FILES, AND LOG THE RUN
005390*-----------------------------------------------------------------
005400 9000-TERMINATE.
005410     IF WS-READ-COUNT NOT = WS-PUB-RECORD-COUNT
005420         DISPLAY "FUELXTRT: MASS FILE HOLDS " WS-READ-COUNT
005430             " RECORDS BUT THE RUN PUBLISHED "
005440             WS-PUB-RECORD-COUNT
005450         DISPLAY "FUELXTRT: TRAILER WITHHELD - DO NOT TRANSMIT"
005460             " THIS EXTRACT"
005470         MOVE 12 TO RETURN-CODE
005480     ELSE
005490         MOVE SPACES TO WS-TRAILER-LINE
005500         MOVE 'T' TO IT-RECORD-TYPE
005510         MOVE WS-DETAIL-COUNT TO IT-RECORD-COUNT
005520         MOVE WS-HASH-TOTAL TO IT-HASH-TOTAL
005530         WRITE INTRFACE-RECORD FROM WS-TRAILER-LINE
005540     END-IF.
005550     CLOSE MASS.
005560     IF WS-MASS-STATUS NOT = '00'
005570         DISPLAY "FUELXTRT: ERROR CLOSING THE MASS FILE"
005580         DISPLAY "FUELXTRT: FILE STATUS = " WS-MASS-STATUS
005590         MOVE 16 TO RETURN-CODE
005600     END-IF.
005610     CLOSE INTRFACE.
005620     DISPLAY "FUELXTRT: DESTINATION:       " WS-DEST-CODE.
005630     DISPLAY "FUELXTRT: RUN EXTRACTED:     " WS-EXTRACT-DATE.
005640     DISPLAY "FUELXTRT: RECORDS READ:      " WS-READ-COUNT.
005650     DISPLAY "FUELXTRT: DETAILS EXTRACTED: " WS-DETAIL-COUNT.
005660     DISPLAY "FUELXTRT: INVALID SKIPPED:   " WS-SKIPPED-COUNT.
005670     DISPLAY "FUELXTRT: INACTIVE SKIPPED:  " WS-INACTIVE-COUNT.
005680     DISPLAY "FUELXTRT: HASH TOTAL:        " WS-HASH-TOTAL.
005690     MOVE 'E' TO RA-PHASE.
005700     MOVE WS-READ-COUNT TO RA-RECORDS-READ.
005710     MOVE WS-SKIPPED-COUNT TO RA-RECORDS-REJECTED.
005720     MOVE WS-DETAIL-COUNT TO RA-FINAL-TOTAL.
005730     MOVE RETURN-CODE TO RA-RETURN-CODE.
005740     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
005750 9000-TERMINATE-EXIT.
005760     EXIT.
