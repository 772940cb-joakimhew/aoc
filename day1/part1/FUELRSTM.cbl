000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    FUELRSTM.
000030 AUTHOR.        J HEWSON.
000040 INSTALLATION.  MISSION PLANNING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*    MODIFICATION HISTORY
000090*-----------------------------------------------------------------
000100*    DATE        INIT  DESCRIPTION
000110*    2026-10-15  JH    RESTATEMENT OF PUBLISHED FUEL TOTALS. READS
000120*                      THE FUELADJ FILE WRITTEN BY MASSCORR,
000130*                      PROVES ITS MODULE DELTAS SUM TO ITS 'TOTAL'
000140*                      RECORD, AND MATCHES THE TOTAL TO THE LATEST
000150*                      FUELTOT RECORD PUBLISHED FOR THE SAME RUN
000160*                      DATE AND DESTINATION. A NEW FUELTOT VERSION
000170*                      IS APPENDED CARRYING THE RESTATED TOTAL,
000180*                      THE ORIGINAL PUBLISHED TOTAL, AND A
000190*                      RESTATEMENT SEQUENCE NUMBER, SO THE
000200*                      LATEST-RECORD-WINS READERS PICK UP THE
000210*                      CORRECTED FIGURE WHILE THE FIRST FIGURE
000220*                      STAYS ON RECORD. A CORRECTION INTERFACE
000230*                      FILE FOR THE PROCUREMENT GROUP CARRIES ONE
000240*                      DETAIL PER CORRECTED MODULE UNDER THE SAME
000250*                      HEADER AND HASH-TOTAL TRAILER CONTROLS AS
000260*                      THE FUELXTRT EXTRACT. EVERY RESTATEMENT IS
000270*                      REGISTERED ON A KEYED RESTATEMENT REGISTER
000280*                      BY RUN DATE, DESTINATION, AND ADJUSTMENT
000290*                      FILE, AND THE SAME ADJUSTMENT FILE IS
000300*                      REFUSED (RC 12) IF IT HAS ALREADY RESTATED
000310*                      THE DAY.
000320*    2026-10-15  JH    CLOSED-PERIOD GUARD - A RESTATEMENT OF A
000330*                      DAY IN AN ACCOUNTING PERIOD PRDCLOSE HAS
000340*                      CLOSED IS REFUSED RC 12 AND NOTHING IS
000350*                      APPENDED, UNLESS PRDOPEN HAS LOGGED A
000360*                      REOPEN. AN UNREADABLE PERIOD-CONTROL FILE
000370*                      ENDS RC 16.
000380*    2026-10-15  JH    RESTATEMENT REGISTER KEYED ON WHAT THE
000390*                      ADJUSTMENT FILE CARRIES - RUN DATE,
000400*                      DESTINATION, 'TOTAL' FUEL DELTA, AND
000410*                      DETAIL COUNT - RATHER THAN THE PARM, SO
000420*                      A RENAMED COPY OF THE SAME FILE IS STILL
000430*                      REFUSED. THE REGISTER ENTRY IS NOW
000440*                      WRITTEN PENDING BEFORE ANYTHING ELSE, THE
000450*                      CORRECTION FILE FOLLOWS, THE RESTATED
000460*                      FUELTOT RECORD IS PUBLISHED LAST, AND
000470*                      ONLY THEN IS THE ENTRY MARKED COMPLETE. A
000480*                      RUN THAT FINDS A PENDING ENTRY FOR ITS
000490*                      FILE IS REFUSED RC 12 RATHER THAN RISK A
000500*                      SECOND FUELTOT VERSION.
000510*-----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT FUELADJ ASSIGN TO 'FUELADJ.DAT'
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FUELADJ-STATUS.
000580     SELECT PUBHIST ASSIGN TO 'FUELTOT.DAT'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PUBHIST-STATUS.
000610     SELECT FUELTOT ASSIGN TO 'FUELTOT.DAT'
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FUELTOT-STATUS.
000640     SELECT RSTMREG ASSIGN TO RSTMREGD
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS RG-REGISTER-KEY
000680         FILE STATUS IS WS-RSTMREG-STATUS.
000690     SELECT INTRFCOR ASSIGN TO 'INTRFCOR.DAT'
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710 DATA DIVISION.
000720 FILE SECTION.
000730*-----------------------------------------------------------------
000740*    FUELADJ.DAT - FUEL ADJUSTMENT RECORDS. ONE PER CORRECTED
000750*    MODULE AND A 'TOTAL' RECORD CARRYING THE DELTA TO APPLY TO
000760*    THE DAY'S PUBLISHED FUEL TOTALS. LAYOUT MATCHES THE RECORD
000770*    WRITTEN BY MASSCORR.
000780*-----------------------------------------------------------------
000790 FD  FUELADJ.
000800 01  FUELADJ-RECORD.
000810     05  AJ-RUN-DATE              PIC X(10).
000820     05  AJ-SPACER-1              PIC X(01).
000830     05  AJ-MODULE-ID             PIC X(05).
000840     05  AJ-SPACER-2              PIC X(01).
000850     05  AJ-CORRECTED-MASS        PIC 9(10).
000860     05  AJ-SPACER-3              PIC X(01).
000870     05  AJ-FUEL-DELTA            PIC -9(10).
000880     05  AJ-SPACER-4              PIC X(01).
000890     05  AJ-RECURSIVE-DELTA       PIC 9(10).
000900     05  AJ-SPACER-5              PIC X(01).
000910     05  AJ-DEST-CODE             PIC X(08).
000920*-----------------------------------------------------------------
000930*    PUBHIST - THE ACCUMULATED FUELTOT RESULTS, READ BACK TO FIND
000940*    THE FIGURE BEING RESTATED. LAYOUT MATCHES THE FUELTOT-RECORD
000950*    WRITTEN BY HELLO, WITH THE RESTATEMENT COLUMNS WRITTEN BELOW
000960*    (SPACES ON A RECORD THAT WAS NEVER RESTATED).
000970*-----------------------------------------------------------------
000980 FD  PUBHIST.
000990 01  PUBHIST-RECORD.
001000     05  PT-RUN-DATE              PIC X(10).
001010     05  PT-SPACER-1              PIC X(01).
001020     05  PT-INPUT-FILE-NAME       PIC X(20).
001030     05  PT-SPACER-2              PIC X(01).
001040     05  PT-RECORD-COUNT          PIC 9(06).
001050     05  PT-SPACER-3              PIC X(01).
001060     05  PT-MASS-TOTAL            PIC -9(10).
001070     05  PT-SPACER-4              PIC X(01).
001080     05  PT-DEST-CODE             PIC X(08).
001090     05  PT-SPACER-5              PIC X(01).
001100     05  PT-ORIGINAL-TOTAL        PIC -9(10).
001110     05  PT-SPACER-6              PIC X(01).
001120     05  PT-RESTATE-SEQ           PIC 9(03).
001130*-----------------------------------------------------------------
001140*    FUELTOT.DAT - PERMANENT FUEL TOTAL RESULTS DATASET, EXTENDED
001150*    WITH THE RESTATED VERSION. THE FIRST 59 BYTES MATCH THE
001160*    FUELTOT-RECORD WRITTEN BY HELLO SO EVERY EXISTING READER
001170*    SEES THE RESTATED TOTAL AS AN ORDINARY LATER RECORD.
001180*-----------------------------------------------------------------
001190 FD  FUELTOT.
001200 01  FUELTOT-RECORD.
001210     05  FT-RUN-DATE              PIC X(10).
001220     05  FT-SPACER-1              PIC X(01).
001230     05  FT-INPUT-FILE-NAME       PIC X(20).
001240     05  FT-SPACER-2              PIC X(01).
001250     05  FT-RECORD-COUNT          PIC 9(06).
001260     05  FT-SPACER-3              PIC X(01).
001270     05  FT-MASS-TOTAL            PIC -9(10).
001280     05  FT-SPACER-4              PIC X(01).
001290     05  FT-DEST-CODE             PIC X(08).
001300     05  FT-SPACER-5              PIC X(01).
001310     05  FT-ORIGINAL-TOTAL        PIC -9(10).
001320     05  FT-SPACER-6              PIC X(01).
001330     05  FT-RESTATE-SEQ           PIC 9(03).
001340*-----------------------------------------------------------------
001350*    RSTMREGD - RESTATEMENT REGISTER KSDS, ONE RECORD PER
001360*    RESTATEMENT, KEYED ON THE CONTENT OF THE ADJUSTMENT FILE
001370*    THAT DROVE IT - RUN DATE, DESTINATION, 'TOTAL' FUEL DELTA,
001380*    AND DETAIL COUNT. THE ENTRY IS WRITTEN PENDING ('P') BEFORE
001390*    ANY OUTPUT AND MARKED COMPLETE ('C') ONCE FUELTOT CARRIES THE
001400*    RESTATED RECORD.
001410*-----------------------------------------------------------------
001420 FD  RSTMREG.
001430 01  RSTMREG-RECORD.
001440     05  RG-REGISTER-KEY.
001450         10  RG-RUN-DATE          PIC X(10).
001460         10  RG-DEST-CODE         PIC X(08).
001470         10  RG-FUEL-DELTA        PIC -9(10).
001480         10  RG-DETAIL-COUNT      PIC 9(06).
001490     05  RG-SPACER-1              PIC X(01).
001500     05  RG-ENTRY-STATUS          PIC X(01).
001510         88  RG-ENTRY-PENDING                 VALUE 'P'.
001520         88  RG-ENTRY-COMPLETE                VALUE 'C'.
001530     05  RG-SPACER-2              PIC X(01).
001540     05  RG-ADJ-NAME              PIC X(20).
001550     05  RG-SPACER-3              PIC X(01).
001560     05  RG-RESTATE-SEQ           PIC 9(03).
001570     05  RG-SPACER-4              PIC X(01).
001580     05  RG-ORIGINAL-TOTAL        PIC -9(10).
001590     05  RG-SPACER-5              PIC X(01).
001600     05  RG-RESTATED-TOTAL        PIC -9(10).
001610     05  RG-SPACER-6              PIC X(01).
001620     05  RG-RESTATED-ON           PIC X(10).
001630*-----------------------------------------------------------------
001640*    INTRFCOR.DAT - FIXED-LAYOUT CORRECTION INTERFACE FILE: ONE
001650*    'H' HEADER, ONE 'D' RECORD PER CORRECTED MODULE, ONE 'T'
001660*    TRAILER, IN THE FUELXTRT INTERFACE LAYOUT
001670*-----------------------------------------------------------------
001680 FD  INTRFCOR.
001690 01  INTRFCOR-RECORD              PIC X(80).
001700 WORKING-STORAGE SECTION.
001710*-----------------------------------------------------------------
001720*    SWITCHES AND COUNTERS
001730*-----------------------------------------------------------------
001740 01  WS-FUELADJ-EOF               PIC X(01)   VALUE 'N'.
001750     88  END-OF-FUELADJ-FILE                  VALUE 'Y'.
001760 01  WS-PUBHIST-EOF               PIC X(01)   VALUE 'N'.
001770     88  END-OF-PUBHIST-FILE                  VALUE 'Y'.
001780 01  WS-FUELADJ-STATUS            PIC X(02)   VALUE '00'.
001790 01  WS-PUBHIST-STATUS            PIC X(02)   VALUE '00'.
001800 01  WS-FUELTOT-STATUS            PIC X(02)   VALUE '00'.
001810 01  WS-RSTMREG-STATUS            PIC X(02)   VALUE '00'.
001820 01  WS-RSTMREG-OPEN-SW           PIC X(01)   VALUE 'N'.
001830     88  RSTMREG-FILE-OPEN                    VALUE 'Y'.
001840 01  WS-ADJ-READ-COUNT            PIC 9(06)   VALUE ZERO.
001850 01  WS-DETAIL-COUNT              PIC 9(06)   VALUE ZERO.
001860 01  WS-HASH-TOTAL                PIC S9(12)  VALUE ZERO.
001870*-----------------------------------------------------------------
001880*    THE ADJUSTMENT FILE - ITS 'TOTAL' RECORD, AND THE DETAIL
001890*    DELTAS ADDED UP TO PROVE THE TOTAL
001900*-----------------------------------------------------------------
001910 01  WS-TOTAL-SW                  PIC X(01)   VALUE 'N'.
001920     88  ADJ-TOTAL-FOUND                      VALUE 'Y'.
001930 01  WS-ADJ-MISMATCH-SW           PIC X(01)   VALUE 'N'.
001940     88  ADJ-DETAIL-MISMATCH                  VALUE 'Y'.
001950 01  WS-ADJ-RUN-DATE              PIC X(10)   VALUE SPACES.
001960 01  WS-ADJ-DEST                  PIC X(08)   VALUE SPACES.
001970 01  WS-ADJ-FUEL-DELTA            PIC S9(10)  VALUE ZERO.
001980 01  WS-ADJ-RECURSIVE-DELTA       PIC 9(10)   VALUE ZERO.
001990 01  WS-ADJ-DETAIL-COUNT          PIC 9(06)   VALUE ZERO.
002000 01  WS-SUM-FUEL-DELTA            PIC S9(10)  VALUE ZERO.
002010 01  WS-SUM-RECURSIVE-DELTA       PIC 9(10)   VALUE ZERO.
002020 01  WS-DETAIL-FUEL-DELTA         PIC S9(10)  VALUE ZERO.
002030 01  WS-DETAIL-RECURSIVE-DELTA    PIC 9(10)   VALUE ZERO.
002040 01  WS-DETAIL-DEST               PIC X(08)   VALUE SPACES.
002050*-----------------------------------------------------------------
002060*    THE PUBLISHED FIGURE BEING RESTATED - THE LATEST FUELTOT
002070*    RECORD FOR THE RUN DATE AND DESTINATION
002080*-----------------------------------------------------------------
002090 01  WS-PUBLISHED-SW              PIC X(01)   VALUE 'N'.
002100     88  RUN-PUBLISHED                        VALUE 'Y'.
002110 01  WS-PUB-DEST                  PIC X(08)   VALUE SPACES.
002120 01  WS-PUB-INPUT-NAME            PIC X(20)   VALUE SPACES.
002130 01  WS-PUB-RECORD-COUNT          PIC 9(06)   VALUE ZERO.
002140 01  WS-PUB-MASS-TOTAL            PIC S9(10)  VALUE ZERO.
002150 01  WS-ORIGINAL-TOTAL            PIC S9(10)  VALUE ZERO.
002160 01  WS-PRIOR-RESTATE-SEQ         PIC 9(03)   VALUE ZERO.
002170 01  WS-RESTATE-SEQ               PIC 9(03)   VALUE ZERO.
002180 01  WS-RESTATED-TOTAL            PIC S9(10)  VALUE ZERO.
002190*-----------------------------------------------------------------
002200*    ADJUSTMENT FILE IDENTIFIER FROM THE PARM
002210*-----------------------------------------------------------------
002220 01  WS-ADJ-NAME                  PIC X(20)   VALUE 'FUELADJ'.
002230 01  WS-PARM-TEXT                 PIC X(20)   VALUE SPACES.
002240 01  WS-PARM-LENGTH               PIC S9(04)  COMP VALUE ZERO.
002250*-----------------------------------------------------------------
002260*    RUN IDENTIFICATION
002270*-----------------------------------------------------------------
002280 01  WS-RUN-DATE.
002290     05  WS-RUN-YYYY              PIC 9(04).
002300     05  WS-RUN-MM                PIC 9(02).
002310     05  WS-RUN-DD                PIC 9(02).
002320 01  WS-RUN-DATE-DISPLAY          PIC X(10).
002330*-----------------------------------------------------------------
002340*    INTERFACE RECORD LAYOUTS - AS WRITTEN BY FUELXTRT. THE
002350*    HEADER ALSO CARRIES THE ADJUSTMENT FILE AND THE RESTATEMENT
002360*    SEQUENCE NUMBER IN WHAT IS FILLER ON THE DAILY EXTRACT; THE
002370*    DETAIL AMOUNTS ARE THE CORRECTED MODULE'S FUEL DELTAS.
002380*-----------------------------------------------------------------
002390 01  WS-HEADER-LINE.
002400     05  IH-RECORD-TYPE           PIC X(01)   VALUE 'H'.
002410     05  IH-SPACER-1              PIC X(01)   VALUE SPACE.
002420     05  IH-RUN-DATE              PIC X(10).
002430     05  IH-SPACER-2              PIC X(01)   VALUE SPACE.
002440     05  IH-DEST-CODE             PIC X(08).
002450     05  IH-SPACER-3              PIC X(01)   VALUE SPACE.
002460     05  IH-INPUT-NAME            PIC X(20).
002470     05  IH-SPACER-4              PIC X(01)   VALUE SPACE.
002480     05  IH-ADJ-NAME              PIC X(20).
002490     05  IH-SPACER-5              PIC X(01)   VALUE SPACE.
002500     05  IH-RESTATE-SEQ           PIC 9(03).
002510     05  FILLER                   PIC X(13)   VALUE SPACES.
002520 01  WS-DETAIL-LINE.
002530     05  ID-RECORD-TYPE           PIC X(01)   VALUE 'D'.
002540     05  ID-SPACER-1              PIC X(01)   VALUE SPACE.
002550     05  ID-MODULE-ID             PIC X(05).
002560     05  ID-SPACER-2              PIC X(01)   VALUE SPACE.
002570     05  ID-MASS                  PIC 9(10).
002580     05  ID-SPACER-3              PIC X(01)   VALUE SPACE.
002590     05  ID-FUEL-SIMPLE           PIC -9(10).
002600     05  ID-SPACER-4              PIC X(01)   VALUE SPACE.
002610     05  ID-FUEL-RECURSIVE        PIC 9(10).
002620     05  ID-SPACER-5              PIC X(01)   VALUE SPACE.
002630     05  ID-DEST-CODE             PIC X(08).
002640     05  ID-SPACER-6              PIC X(01)   VALUE SPACE.
002650     05  ID-RUN-DATE              PIC X(10).
002660     05  FILLER                   PIC X(20)   VALUE SPACES.
002670 01  WS-TRAILER-LINE.
002680     05  IT-RECORD-TYPE           PIC X(01)   VALUE 'T'.
002690     05  IT-SPACER-1              PIC X(01)   VALUE SPACE.
002700     05  IT-RECORD-COUNT          PIC 9(06).
002710     05  IT-SPACER-2              PIC X(01)   VALUE SPACE.
002720     05  IT-HASH-TOTAL            PIC -9(12).
002730     05  FILLER                   PIC X(58)   VALUE SPACES.
002740*-----------------------------------------------------------------
002750*    RUN-LOG PARAMETER AREA FOR THE SHARED RUNLOG ROUTINE
002760*-----------------------------------------------------------------
002770 01  WS-RUNLOG-AREA.
002780     05  RA-PROGRAM-ID            PIC X(08)   VALUE 'FUELRSTM'.
002790     05  RA-PHASE                 PIC X(01)   VALUE SPACE.
002800     05  RA-INPUT-NAME            PIC X(20)   VALUE 'FUELADJ'.
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
002980*    MVS CONVENTION: THE IDENTIFIER OF THE ADJUSTMENT FILE BEING
002990*    APPLIED (DEFAULT FUELADJ), E.G. PARM='FUELADJ.DAY01', SHOWN
003000*    ON THE REGISTER ENTRY AND THE INTERFACE HEADER. THE RUN DATE,
003010*    DESTINATION, AND EVERYTHING THE REGISTER IS KEYED ON COME
003020*    FROM THE ADJUSTMENT FILE ITSELF.
003030*-----------------------------------------------------------------
003040 01  LK-PARM.
003050     05  LK-PARM-LENGTH           PIC S9(04) COMP.
003060     05  LK-PARM-DATA             PIC X(20).
003070 PROCEDURE DIVISION USING LK-PARM.
003080*-----------------------------------------------------------------
003090*    0000-MAINLINE
003100*-----------------------------------------------------------------
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE
003130         THRU 1000-INITIALIZE-EXIT.
003140     IF RETURN-CODE NOT = ZERO
003150         GO TO 0000-MAINLINE-EXIT
003160     END-IF.
003170     PERFORM 2000-REGISTER-PENDING
003180         THRU 2000-REGISTER-PENDING-EXIT.
003190     PERFORM 3000-WRITE-CORRECTIONS
003200         THRU 3000-WRITE-CORRECTIONS-EXIT.
003210     PERFORM 4000-PUBLISH-RESTATEMENT
003220         THRU 4000-PUBLISH-RESTATEMENT-EXIT.
003230     PERFORM 5000-COMPLETE-REGISTER
003240         THRU 5000-COMPLETE-REGISTER-EXIT.
003250     PERFORM 9000-TERMINATE
003260         THRU 9000-TERMINATE-EXIT.
003270 0000-MAINLINE-EXIT.
003280     STOP RUN.
003290*-----------------------------------------------------------------
003300*    1000-INITIALIZE - PARSE THE PARM, PROVE THE ADJUSTMENT FILE,
003310*    FIND THE PUBLISHED FIGURE IT RESTATES, AND MAKE SURE THE
003320*    SAME ADJUSTMENTS HAVE NOT ALREADY RESTATED THE DAY. NOTHING
003330*    IS WRITTEN UNTIL ALL THREE CHECKS PASS.
003340*-----------------------------------------------------------------
003350 1000-INITIALIZE.
003360     MOVE LK-PARM-LENGTH TO WS-PARM-LENGTH.
003370     IF WS-PARM-LENGTH > 20
003380         MOVE 20 TO WS-PARM-LENGTH
003390     END-IF.
003400     IF WS-PARM-LENGTH > ZERO
003410         MOVE LK-PARM-DATA(1:WS-PARM-LENGTH) TO WS-PARM-TEXT
003420     END-IF.
003430     UNSTRING WS-PARM-TEXT DELIMITED BY SPACE
003440         INTO WS-ADJ-NAME
003450     END-UNSTRING.
003460     IF WS-ADJ-NAME = SPACES
003470         MOVE 'FUELADJ' TO WS-ADJ-NAME
003480     END-IF.
003490     MOVE WS-ADJ-NAME TO RA-INPUT-NAME.
003500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003510     STRING WS-RUN-YYYY  '-' WS-RUN-MM  '-' WS-RUN-DD
003520         DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
003530     MOVE 'S' TO RA-PHASE.
003540     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
003550     PERFORM 1100-PROVE-ADJUSTMENTS
003560         THRU 1100-PROVE-ADJUSTMENTS-EXIT.
003570     IF RETURN-CODE NOT = ZERO
003580         PERFORM 1400-LOG-REFUSAL
003590             THRU 1400-LOG-REFUSAL-EXIT
003600         GO TO 1000-INITIALIZE-EXIT
003610     END-IF.
003620     PERFORM 1150-CHECK-PERIOD-OPEN
003630         THRU 1150-CHECK-PERIOD-OPEN-EXIT.
003640     IF RETURN-CODE NOT = ZERO
003650         PERFORM 1400-LOG-REFUSAL
003660             THRU 1400-LOG-REFUSAL-EXIT
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003690     PERFORM 1200-FIND-PUBLISHED-RUN
003700         THRU 1200-FIND-PUBLISHED-RUN-EXIT.
003710     IF RETURN-CODE NOT = ZERO
003720         PERFORM 1400-LOG-REFUSAL
003730             THRU 1400-LOG-REFUSAL-EXIT
003740         GO TO 1000-INITIALIZE-EXIT
003750     END-IF.
003760     PERFORM 1300-CHECK-REGISTER
003770         THRU 1300-CHECK-REGISTER-EXIT.
003780     IF RETURN-CODE NOT = ZERO
003790         PERFORM 1400-LOG-REFUSAL
003800             THRU 1400-LOG-REFUSAL-EXIT
003810         GO TO 1000-INITIALIZE-EXIT
003820     END-IF.
003830 1000-INITIALIZE-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------------
003860*    1100-PROVE-ADJUSTMENTS - ONE PASS OF THE ADJUSTMENT FILE.
003870*    THERE MUST BE A 'TOTAL' RECORD, EVERY DETAIL MUST CARRY ITS
003880*    RUN DATE AND DESTINATION, AND THE DETAIL DELTAS MUST ADD UP
003890*    TO IT - OTHERWISE THE FILE IS INCOMPLETE OR IS NOT ONE
003900*    MASSCORR RUN, AND NOTHING IS RESTATED (RC 12). A FILE WITH
003910*    NOTHING TO APPLY ENDS RC 4 WITHOUT A RESTATEMENT.
003920*-----------------------------------------------------------------
003930 1100-PROVE-ADJUSTMENTS.
003940     OPEN INPUT FUELADJ.
003950     IF WS-FUELADJ-STATUS NOT = '00'
003960         DISPLAY "FUELRSTM: UNABLE TO OPEN THE ADJUSTMENT FILE"
003970         DISPLAY "FUELRSTM: FILE STATUS = " WS-FUELADJ-STATUS
003980         MOVE 16 TO RETURN-CODE
003990         GO TO 1100-PROVE-ADJUSTMENTS-EXIT
004000     END-IF.
004010     PERFORM 1110-READ-ONE-ADJUSTMENT
004020         THRU 1110-READ-ONE-ADJUSTMENT-EXIT
004030         UNTIL END-OF-FUELADJ-FILE.
004040     CLOSE FUELADJ.
004050     IF NOT ADJ-TOTAL-FOUND
004060         DISPLAY "FUELRSTM: NO 'TOTAL' RECORD ON " WS-ADJ-NAME
004070             " - RESTATEMENT REFUSED"
004080         MOVE 12 TO RETURN-CODE
004090         GO TO 1100-PROVE-ADJUSTMENTS-EXIT
004100     END-IF.
004110     IF ADJ-DETAIL-MISMATCH
004120         DISPLAY "FUELRSTM: ADJUSTMENT RECORD NOT FOR "
004130             WS-ADJ-RUN-DATE " " WS-ADJ-DEST
004140             " - RESTATEMENT REFUSED"
004150         MOVE 12 TO RETURN-CODE
004160         GO TO 1100-PROVE-ADJUSTMENTS-EXIT
004170     END-IF.
004180     IF WS-SUM-FUEL-DELTA NOT = WS-ADJ-FUEL-DELTA
004190             OR WS-SUM-RECURSIVE-DELTA
004200             NOT = WS-ADJ-RECURSIVE-DELTA
004210         DISPLAY "FUELRSTM: MODULE DELTAS DO NOT ADD UP TO THE"
004220             " 'TOTAL' RECORD - RESTATEMENT REFUSED"
004230         DISPLAY "FUELRSTM: MODULE FUEL DELTA:  "
004240             WS-SUM-FUEL-DELTA
004250         DISPLAY "FUELRSTM: TOTAL FUEL DELTA:   "
004260             WS-ADJ-FUEL-DELTA
004270         MOVE 12 TO RETURN-CODE
004280         GO TO 1100-PROVE-ADJUSTMENTS-EXIT
004290     END-IF.
004300     IF WS-DETAIL-COUNT = ZERO
004310         DISPLAY "FUELRSTM: NO CORRECTED MODULES ON " WS-ADJ-NAME
004320             " - NOTHING TO RESTATE"
004330         MOVE 4 TO RETURN-CODE
004340     END-IF.
004350 1100-PROVE-ADJUSTMENTS-EXIT.
004360     EXIT.
004370*-----------------------------------------------------------------
004380*    1110-READ-ONE-ADJUSTMENT - ADD UP ONE DETAIL, OR TAKE THE
004390*    'TOTAL' RECORD'S RUN DATE, DESTINATION, AND DELTAS. THE
004400*    TOTAL IS WRITTEN LAST, SO THE DETAILS' OWN DATE AND
004410*    DESTINATION ARE HELD AND COMPARED AGAINST IT AT THE END.
004420*-----------------------------------------------------------------
004430 1110-READ-ONE-ADJUSTMENT.
004440     READ FUELADJ
004450         AT END
004460             MOVE 'Y' TO WS-FUELADJ-EOF
004470             GO TO 1110-READ-ONE-ADJUSTMENT-EXIT
004480     END-READ.
004490     ADD 1 TO WS-ADJ-READ-COUNT.
004500     MOVE AJ-DEST-CODE TO WS-DETAIL-DEST.
004510     IF WS-DETAIL-DEST = SPACES
004520         MOVE 'EARTH' TO WS-DETAIL-DEST
004530     END-IF.
004540     IF AJ-MODULE-ID = 'TOTAL'
004550         SET ADJ-TOTAL-FOUND TO TRUE
004560         MOVE AJ-RUN-DATE TO WS-ADJ-RUN-DATE
004570         MOVE WS-DETAIL-DEST TO WS-ADJ-DEST
004580         MOVE AJ-FUEL-DELTA TO WS-ADJ-FUEL-DELTA
004590         MOVE AJ-RECURSIVE-DELTA TO WS-ADJ-RECURSIVE-DELTA
004600         GO TO 1110-READ-ONE-ADJUSTMENT-EXIT
004610     END-IF.
004620     IF ADJ-TOTAL-FOUND
004630         SET ADJ-DETAIL-MISMATCH TO TRUE
004640         GO TO 1110-READ-ONE-ADJUSTMENT-EXIT
004650     END-IF.
004660     IF WS-DETAIL-COUNT = ZERO
004670         MOVE AJ-RUN-DATE TO WS-ADJ-RUN-DATE
004680         MOVE WS-DETAIL-DEST TO WS-ADJ-DEST
004690     END-IF.
004700     IF AJ-RUN-DATE NOT = WS-ADJ-RUN-DATE
004710             OR WS-DETAIL-DEST NOT = WS-ADJ-DEST
004720         SET ADJ-DETAIL-MISMATCH TO TRUE
004730     END-IF.
004740     ADD 1 TO WS-DETAIL-COUNT.
004750     ADD 1 TO WS-ADJ-DETAIL-COUNT.
004760     MOVE AJ-FUEL-DELTA TO WS-DETAIL-FUEL-DELTA.
004770     MOVE AJ-RECURSIVE-DELTA TO WS-DETAIL-RECURSIVE-DELTA.
004780     ADD WS-DETAIL-FUEL-DELTA TO WS-SUM-FUEL-DELTA.
004790     ADD WS-DETAIL-RECURSIVE-DELTA TO WS-SUM-RECURSIVE-DELTA.
004800 1110-READ-ONE-ADJUSTMENT-EXIT.
004810     EXIT.
004820*-----------------------------------------------------------------
004830*    1150-CHECK-PERIOD-OPEN - THE DAY BEING RESTATED MUST NOT SIT
004840*    IN AN ACCOUNTING PERIOD PRDCLOSE HAS CLOSED, UNLESS PRDOPEN
004850*    HAS LOGGED A REOPEN
004860*-----------------------------------------------------------------
004870 1150-CHECK-PERIOD-OPEN.
004880     MOVE WS-ADJ-RUN-DATE TO PR-POST-DATE.
004890     CALL 'PRDLOOK' USING WS-PRDLOOK-AREA.
004900     IF PR-STATUS = 'R'
004910         DISPLAY "FUELRSTM: PERIOD " PR-PERIOD " WAS REOPENED BY "
004920             PR-CHANGED-BY " ON " PR-CHANGED-DATE
004930         GO TO 1150-CHECK-PERIOD-OPEN-EXIT
004940     END-IF.
004950     IF PR-STATUS = 'C'
004960         DISPLAY "FUELRSTM: PERIOD " PR-PERIOD " WAS CLOSED BY "
004970             PR-CHANGED-BY " ON " PR-CHANGED-DATE
004980         DISPLAY "FUELRSTM: RESTATEMENT REFUSED - THE PERIOD MUST"
004990             " BE REOPENED THROUGH PRDOPEN FIRST"
005000         MOVE 12 TO RETURN-CODE
005010     END-IF.
005020     IF PR-STATUS = 'U'
005030         DISPLAY "FUELRSTM: PERIOD CONTROL UNAVAILABLE -"
005040             " RESTATEMENT REFUSED"
005050         MOVE 16 TO RETURN-CODE
005060     END-IF.
005070 1150-CHECK-PERIOD-OPEN-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100*    1200-FIND-PUBLISHED-RUN - THE FUELTOT HISTORY MUST CARRY A
005110*    RECORD FOR THE ADJUSTMENT'S RUN DATE AND DESTINATION - A
005120*    FIGURE THAT WAS NEVER PUBLISHED CANNOT BE RESTATED. THE
005130*    LATEST MATCHING RECORD WINS, SO A SECOND RESTATEMENT BUILDS
005140*    ON THE FIRST.
005150*-----------------------------------------------------------------
005160 1200-FIND-PUBLISHED-RUN.
005170     OPEN INPUT PUBHIST.
005180     IF WS-PUBHIST-STATUS NOT = '00'
005190         DISPLAY "FUELRSTM: FUELTOT HISTORY UNREADABLE -"
005200             " RESTATEMENT REFUSED"
005210         DISPLAY "FUELRSTM: FILE STATUS = " WS-PUBHIST-STATUS
005220         MOVE 12 TO RETURN-CODE
005230         GO TO 1200-FIND-PUBLISHED-RUN-EXIT
005240     END-IF.
005250     PERFORM 1210-READ-ONE-PUBLISHED
005260         THRU 1210-READ-ONE-PUBLISHED-EXIT
005270         UNTIL END-OF-PUBHIST-FILE.
005280     CLOSE PUBHIST.
005290     IF NOT RUN-PUBLISHED
005300         DISPLAY "FUELRSTM: NO PUBLISHED FUELTOT RECORD FOR "
005310             WS-ADJ-RUN-DATE " " WS-ADJ-DEST
005320             " - RESTATEMENT REFUSED"
005330         MOVE 12 TO RETURN-CODE
005340         GO TO 1200-FIND-PUBLISHED-RUN-EXIT
005350     END-IF.
005360     IF WS-PRIOR-RESTATE-SEQ NOT < 999
005370         DISPLAY "FUELRSTM: " WS-ADJ-RUN-DATE " " WS-ADJ-DEST
005380             " ALREADY RESTATED 999 TIMES - RESTATEMENT REFUSED"
005390         MOVE 12 TO RETURN-CODE
005400         GO TO 1200-FIND-PUBLISHED-RUN-EXIT
005410     END-IF.
005420     COMPUTE WS-RESTATE-SEQ = WS-PRIOR-RESTATE-SEQ + 1.
005430     COMPUTE WS-RESTATED-TOTAL =
005440         WS-PUB-MASS-TOTAL + WS-ADJ-FUEL-DELTA.
005450 1200-FIND-PUBLISHED-RUN-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------------
005480*    1210-READ-ONE-PUBLISHED - CONSIDER ONE FUELTOT RECORD.
005490*    RECORDS WRITTEN BEFORE THE DESTINATION COLUMN EXISTED CARRY
005500*    SPACES AND ARE TREATED AS EARTH. A RECORD NEVER RESTATED
005510*    CARRIES SPACES IN THE RESTATEMENT COLUMNS - ITS OWN TOTAL IS
005520*    THE ORIGINAL.
005530*-----------------------------------------------------------------
005540 1210-READ-ONE-PUBLISHED.
005550     READ PUBHIST
005560         AT END
005570             MOVE 'Y' TO WS-PUBHIST-EOF
005580             GO TO 1210-READ-ONE-PUBLISHED-EXIT
005590     END-READ.
005600     IF PT-RECORD-COUNT IS NOT NUMERIC
005610         GO TO 1210-READ-ONE-PUBLISHED-EXIT
005620     END-IF.
005630     IF PT-RUN-DATE NOT = WS-ADJ-RUN-DATE
005640         GO TO 1210-READ-ONE-PUBLISHED-EXIT
005650     END-IF.
005660     MOVE PT-DEST-CODE TO WS-PUB-DEST.
005670     IF WS-PUB-DEST = SPACES
005680         MOVE 'EARTH' TO WS-PUB-DEST
005690     END-IF.
005700     IF WS-PUB-DEST NOT = WS-ADJ-DEST
005710         GO TO 1210-READ-ONE-PUBLISHED-EXIT
005720     END-IF.
005730     SET RUN-PUBLISHED TO TRUE.
005740     MOVE PT-RECORD-COUNT TO WS-PUB-RECORD-COUNT.
005750     MOVE PT-INPUT-FILE-NAME TO WS-PUB-INPUT-NAME.
005760     MOVE PT-MASS-TOTAL TO WS-PUB-MASS-TOTAL.
005770     IF PT-RESTATE-SEQ IS NUMERIC
005780         MOVE PT-RESTATE-SEQ TO WS-PRIOR-RESTATE-SEQ
005790         MOVE PT-ORIGINAL-TOTAL TO WS-ORIGINAL-TOTAL
005800     ELSE
005810         MOVE ZERO TO WS-PRIOR-RESTATE-SEQ
005820         MOVE WS-PUB-MASS-TOTAL TO WS-ORIGINAL-TOTAL
005830     END-IF.
005840 1210-READ-ONE-PUBLISHED-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------------
005870*    1300-CHECK-REGISTER - OPEN THE RESTATEMENT REGISTER (THE
005880*    FIRST RUN CREATES IT) AND REFUSE IF THE SAME ADJUSTMENTS -
005890*    SAME RUN DATE, DESTINATION, 'TOTAL' FUEL DELTA, AND DETAIL
005900*    COUNT, WHATEVER THE FILE IS CALLED - HAVE ALREADY RESTATED
005910*    THE DAY, OR IF AN EARLIER RUN OF THEM STOPPED PART-WAY AND
005920*    LEFT ITS ENTRY PENDING. THE REGISTER STAYS OPEN FOR
005930*    2000-REGISTER-PENDING AND 5000-COMPLETE-REGISTER.
005940*-----------------------------------------------------------------
005950 1300-CHECK-REGISTER.
005960     OPEN I-O RSTMREG.
005970     IF WS-RSTMREG-STATUS = '35'
005980         OPEN OUTPUT RSTMREG
005990         CLOSE RSTMREG
006000         OPEN I-O RSTMREG
006010     END-IF.
006020     IF WS-RSTMREG-STATUS NOT = '00'
006030         DISPLAY "FUELRSTM: UNABLE TO OPEN THE RESTATEMENT"
006040             " REGISTER"
006050         DISPLAY "FUELRSTM: FILE STATUS = " WS-RSTMREG-STATUS
006060         MOVE 16 TO RETURN-CODE
006070         GO TO 1300-CHECK-REGISTER-EXIT
006080     END-IF.
006090     SET RSTMREG-FILE-OPEN TO TRUE.
006100     PERFORM 1310-BUILD-REGISTER-KEY
006110         THRU 1310-BUILD-REGISTER-KEY-EXIT.
006120     READ RSTMREG
006130         INVALID KEY
006140             GO TO 1300-CHECK-REGISTER-EXIT
006150     END-READ.
006160     IF RG-ENTRY-PENDING
006170         DISPLAY "FUELRSTM: " RG-ADJ-NAME " STARTED RESTATING "
006180             WS-ADJ-RUN-DATE " " WS-ADJ-DEST " ON " RG-RESTATED-ON
006190             " AND DID NOT COMPLETE - RESTATEMENT REFUSED"
006200         DISPLAY "FUELRSTM: RECONCILE FUELTOT AND INTRFCOR FOR"
006210             " THE DAY, THEN DELETE THE PENDING REGISTER ENTRY"
006220     ELSE
006230         DISPLAY "FUELRSTM: THESE ADJUSTMENTS ALREADY RESTATED "
006240             WS-ADJ-RUN-DATE " " WS-ADJ-DEST " ON " RG-RESTATED-ON
006250             " (RESTATEMENT " RG-RESTATE-SEQ " FROM " RG-ADJ-NAME
006260             ") - RESTATEMENT REFUSED"
006270     END-IF.
006280     CLOSE RSTMREG.
006290     MOVE 'N' TO WS-RSTMREG-OPEN-SW.
006300     MOVE 12 TO RETURN-CODE.
006310 1300-CHECK-REGISTER-EXIT.
006320     EXIT.
006330*-----------------------------------------------------------------
006340*    1310-BUILD-REGISTER-KEY - THE REGISTER KEY IS TAKEN FROM THE
006350*    PROVEN ADJUSTMENT FILE, NOT FROM THE PARM
006360*-----------------------------------------------------------------
006370 1310-BUILD-REGISTER-KEY.
006380     MOVE WS-ADJ-RUN-DATE TO RG-RUN-DATE.
006390     MOVE WS-ADJ-DEST TO RG-DEST-CODE.
006400     MOVE WS-ADJ-FUEL-DELTA TO RG-FUEL-DELTA.
006410     MOVE WS-ADJ-DETAIL-COUNT TO RG-DETAIL-COUNT.
006420 1310-BUILD-REGISTER-KEY-EXIT.
006430     EXIT.
006440*-----------------------------------------------------------------
006450*    1400-LOG-REFUSAL - A DESIGNED REFUSAL ENDS THE RUN BEFORE
006460*    9000-TERMINATE, SO LOG THE END-OF-RUN RECORD HERE THE WAY
006470*    THE PREREQUISITE GATES DO - THE OPERATIONS SUMMARY THEN
006480*    SHOWS THE REFUSAL AND ITS RETURN CODE RATHER THAN A
006490*    PROBABLE ABEND.
006500*-----------------------------------------------------------------
006510 1400-LOG-REFUSAL.
006520     MOVE 'E' TO RA-PHASE.
006530     MOVE WS-ADJ-READ-COUNT TO RA-RECORDS-READ.
006540     MOVE RETURN-CODE TO RA-RETURN-CODE.
006550     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
006560 1400-LOG-REFUSAL-EXIT.
006570     EXIT.
006580*-----------------------------------------------------------------
006590*    2000-REGISTER-PENDING - REGISTER THE RESTATEMENT AS PENDING
006600*    BEFORE ANYTHING IS WRITTEN, SO A RUN THAT STOPS PART-WAY
006610*    CANNOT BE RESUBMITTED AND APPLIED TO THE DAY A SECOND TIME
006620*-----------------------------------------------------------------
006630 2000-REGISTER-PENDING.
006640     MOVE SPACES TO RSTMREG-RECORD.
006650     PERFORM 1310-BUILD-REGISTER-KEY
006660         THRU 1310-BUILD-REGISTER-KEY-EXIT.
006670     SET RG-ENTRY-PENDING TO TRUE.
006680     MOVE WS-ADJ-NAME TO RG-ADJ-NAME.
006690     MOVE WS-RESTATE-SEQ TO RG-RESTATE-SEQ.
006700     MOVE WS-ORIGINAL-TOTAL TO RG-ORIGINAL-TOTAL.
006710     MOVE WS-RESTATED-TOTAL TO RG-RESTATED-TOTAL.
006720     MOVE WS-RUN-DATE-DISPLAY TO RG-RESTATED-ON.
006730     WRITE RSTMREG-RECORD
006740         INVALID KEY
006750             DISPLAY "FUELRSTM: UNABLE TO REGISTER THE"
006760                 " RESTATEMENT"
006770             DISPLAY "FUELRSTM: FILE STATUS = " WS-RSTMREG-STATUS
006780             MOVE 16 TO RETURN-CODE
006790     END-WRITE.
006800 2000-REGISTER-PENDING-EXIT.
006810     EXIT.
006820*-----------------------------------------------------------------
006830*    3000-WRITE-CORRECTIONS - SECOND PASS OF THE ADJUSTMENT FILE,
006840*    NOW PROVEN, WRITING ONE CORRECTION DETAIL PER CORRECTED
006850*    MODULE BETWEEN THE HEADER AND THE HASH-TOTAL TRAILER
006860*-----------------------------------------------------------------
006870 3000-WRITE-CORRECTIONS.
006880     IF RETURN-CODE NOT = ZERO
006890         GO TO 3000-WRITE-CORRECTIONS-EXIT
006900     END-IF.
006910     OPEN INPUT FUELADJ.
006920     IF WS-FUELADJ-STATUS NOT = '00'
006930         DISPLAY "FUELRSTM: UNABLE TO REOPEN THE ADJUSTMENT FILE"
006940         DISPLAY "FUELRSTM: FILE STATUS = " WS-FUELADJ-STATUS
006950         MOVE 16 TO RETURN-CODE
006960         GO TO 3000-WRITE-CORRECTIONS-EXIT
006970     END-IF.
006980     OPEN OUTPUT INTRFCOR.
006990     MOVE SPACES TO WS-HEADER-LINE.
007000     MOVE 'H' TO IH-RECORD-TYPE.
007010     MOVE WS-ADJ-RUN-DATE TO IH-RUN-DATE.
007020     MOVE WS-ADJ-DEST TO IH-DEST-CODE.
007030     MOVE WS-PUB-INPUT-NAME TO IH-INPUT-NAME.
007040     MOVE WS-ADJ-NAME TO IH-ADJ-NAME.
007050     MOVE WS-RESTATE-SEQ TO IH-RESTATE-SEQ.
007060     WRITE INTRFCOR-RECORD FROM WS-HEADER-LINE.
007070     MOVE ZERO TO WS-DETAIL-COUNT.
007080     MOVE 'N' TO WS-FUELADJ-EOF.
007090     PERFORM 3100-WRITE-ONE-CORRECTION
007100         THRU 3100-WRITE-ONE-CORRECTION-EXIT
007110         UNTIL END-OF-FUELADJ-FILE.
007120     MOVE SPACES TO WS-TRAILER-LINE.
007130     MOVE 'T' TO IT-RECORD-TYPE.
007140     MOVE WS-DETAIL-COUNT TO IT-RECORD-COUNT.
007150     MOVE WS-HASH-TOTAL TO IT-HASH-TOTAL.
007160     WRITE INTRFCOR-RECORD FROM WS-TRAILER-LINE.
007170     CLOSE FUELADJ.
007180     CLOSE INTRFCOR.
007190 3000-WRITE-CORRECTIONS-EXIT.
007200     EXIT.
007210*-----------------------------------------------------------------
007220*    3100-WRITE-ONE-CORRECTION - ONE DETAIL PER CORRECTED MODULE,
007230*    SKIPPING THE 'TOTAL' RECORD. THE HASH TOTAL IS THE SUM OF
007240*    THE STANDARD AND RECURSIVE FUEL DELTAS, AS ON THE DAILY
007250*    EXTRACT.
007260*-----------------------------------------------------------------
007270 3100-WRITE-ONE-CORRECTION.
007280     READ FUELADJ
007290         AT END
007300             MOVE 'Y' TO WS-FUELADJ-EOF
007310             GO TO 3100-WRITE-ONE-CORRECTION-EXIT
007320     END-READ.
007330     IF AJ-MODULE-ID = 'TOTAL'
007340         GO TO 3100-WRITE-ONE-CORRECTION-EXIT
007350     END-IF.
007360     MOVE AJ-FUEL-DELTA TO WS-DETAIL-FUEL-DELTA.
007370     MOVE AJ-RECURSIVE-DELTA TO WS-DETAIL-RECURSIVE-DELTA.
007380     MOVE SPACES TO WS-DETAIL-LINE.
007390     MOVE 'D' TO ID-RECORD-TYPE.
007400     MOVE AJ-MODULE-ID TO ID-MODULE-ID.
007410     MOVE AJ-CORRECTED-MASS TO ID-MASS.
007420     MOVE WS-DETAIL-FUEL-DELTA TO ID-FUEL-SIMPLE.
007430     MOVE WS-DETAIL-RECURSIVE-DELTA TO ID-FUEL-RECURSIVE.
007440     MOVE WS-ADJ-DEST TO ID-DEST-CODE.
007450     MOVE WS-ADJ-RUN-DATE TO ID-RUN-DATE.
007460     WRITE INTRFCOR-RECORD FROM WS-DETAIL-LINE.
007470     ADD 1 TO WS-DETAIL-COUNT.
007480     ADD WS-DETAIL-FUEL-DELTA TO WS-HASH-TOTAL.
007490     ADD WS-DETAIL-RECURSIVE-DELTA TO WS-HASH-TOTAL.
007500 3100-WRITE-ONE-CORRECTION-EXIT.
007510     EXIT.
007520*-----------------------------------------------------------------
007530*    4000-PUBLISH-RESTATEMENT - APPEND THE RESTATED VERSION OF
007540*    THE PUBLISHED RECORD TO FUELTOT. THE RUN DATE, INPUT NAME,
007550*    RECORD COUNT, AND DESTINATION ARE THOSE OF THE RECORD BEING
007560*    RESTATED. THIS IS DONE LAST, AFTER THE REGISTER ENTRY AND
007570*    THE CORRECTION FILE, SO THE LATEST-RECORD-WINS READERS NEVER
007580*    SEE A RESTATED FIGURE THE REST OF THE RUN DID NOT FINISH.
007590*-----------------------------------------------------------------
007600 4000-PUBLISH-RESTATEMENT.
007610     IF RETURN-CODE NOT = ZERO
007620         GO TO 4000-PUBLISH-RESTATEMENT-EXIT
007630     END-IF.
007640     OPEN EXTEND FUELTOT.
007650     IF WS-FUELTOT-STATUS NOT = '00'
007660         DISPLAY "FUELRSTM: UNABLE TO EXTEND FUELTOT"
007670         DISPLAY "FUELRSTM: FILE STATUS = " WS-FUELTOT-STATUS
007680         MOVE 16 TO RETURN-CODE
007690         GO TO 4000-PUBLISH-RESTATEMENT-EXIT
007700     END-IF.
007710     MOVE SPACES TO FUELTOT-RECORD.
007720     MOVE WS-ADJ-RUN-DATE TO FT-RUN-DATE.
007730     MOVE WS-PUB-INPUT-NAME TO FT-INPUT-FILE-NAME.
007740     MOVE WS-PUB-RECORD-COUNT TO FT-RECORD-COUNT.
007750     MOVE WS-RESTATED-TOTAL TO FT-MASS-TOTAL.
007760     MOVE WS-ADJ-DEST TO FT-DEST-CODE.
007770     MOVE WS-ORIGINAL-TOTAL TO FT-ORIGINAL-TOTAL.
007780     MOVE WS-RESTATE-SEQ TO FT-RESTATE-SEQ.
007790     WRITE FUELTOT-RECORD.
007800     CLOSE FUELTOT.
007810 4000-PUBLISH-RESTATEMENT-EXIT.
007820     EXIT.
007830*-----------------------------------------------------------------
007840*    5000-COMPLETE-REGISTER - FUELTOT NOW CARRIES THE RESTATED
007850*    RECORD, SO MARK THE REGISTER ENTRY COMPLETE. SKIPPED IF ANY
007860*    EARLIER STEP FAILED, LEAVING THE ENTRY PENDING SO A RERUN IS
007870*    REFUSED UNTIL THE DAY IS RECONCILED.
007880*-----------------------------------------------------------------
007890 5000-COMPLETE-REGISTER.
007900     IF RETURN-CODE NOT = ZERO
007910         GO TO 5000-COMPLETE-REGISTER-EXIT
007920     END-IF.
007930     PERFORM 1310-BUILD-REGISTER-KEY
007940         THRU 1310-BUILD-REGISTER-KEY-EXIT.
007950     READ RSTMREG
007960         INVALID KEY
007970             DISPLAY "FUELRSTM: PENDING REGISTER ENTRY NOT FOUND"
007980             DISPLAY "FUELRSTM: FILE STATUS = " WS-RSTMREG-STATUS
007990             MOVE 16 TO RETURN-CODE
008000             GO TO 5000-COMPLETE-REGISTER-EXIT
008010     END-READ.
008020     SET RG-ENTRY-COMPLETE TO TRUE.
008030     REWRITE RSTMREG-RECORD
008040         INVALID KEY
008050             DISPLAY "FUELRSTM: UNABLE TO COMPLETE THE REGISTER"
008060                 " ENTRY"
008070             DISPLAY "FUELRSTM: FILE STATUS = " WS-RSTMREG-STATUS
008080             MOVE 16 TO RETURN-CODE
008090     END-REWRITE.
008100 5000-COMPLETE-REGISTER-EXIT.
008110     EXIT.
008120*-----------------------------------------------------------------
008130*    9000-TERMINATE - CLOSE THE REGISTER, SHOW THE RESTATEMENT,
008140*    AND LOG THE RUN
008150*-----------------------------------------------------------------
008160 9000-TERMINATE.
008170     IF RSTMREG-FILE-OPEN
008180         CLOSE RSTMREG
008190     END-IF.
008200     DISPLAY "FUELRSTM: ADJUSTMENT FILE:    " WS-ADJ-NAME.
008210     DISPLAY "FUELRSTM: RUN RESTATED:       " WS-ADJ-RUN-DATE.
008220     DISPLAY "FUELRSTM: DESTINATION:        " WS-ADJ-DEST.
008230     DISPLAY "FUELRSTM: RESTATEMENT NUMBER: " WS-RESTATE-SEQ.
008240     DISPLAY "FUELRSTM: ORIGINAL TOTAL:     " WS-ORIGINAL-TOTAL.
008250     DISPLAY "FUELRSTM: PUBLISHED TOTAL:    " WS-PUB-MASS-TOTAL.
008260     DISPLAY "FUELRSTM: FUEL DELTA:         " WS-ADJ-FUEL-DELTA.
008270     DISPLAY "FUELRSTM: RESTATED TOTAL:     " WS-RESTATED-TOTAL.
008280     DISPLAY "FUELRSTM: CORRECTIONS SENT:   " WS-DETAIL-COUNT.
008290     DISPLAY "FUELRSTM: HASH TOTAL:         " WS-HASH-TOTAL.
008300     MOVE 'E' TO RA-PHASE.
008310     MOVE WS-ADJ-READ-COUNT TO RA-RECORDS-READ.
008320     MOVE WS-RESTATED-TOTAL TO RA-FINAL-TOTAL.
008330     MOVE RETURN-CODE TO RA-RETURN-CODE.
008340     CALL 'RUNLOG' USING WS-RUNLOG-AREA.
008350 9000-TERMINATE-EXIT.
008360     EXIT.
