000360*                      PURGED. OPEN EXCEPTIONS ARE NEVER
000370*                      PURGED, HOWEVER OLD - AN OLD OPEN
000380*                      EXCEPTION IS THE AGING REPORT'S JOB.
000382*    2026-10-15  JH    FUELTOT RECORDS WIDENED TO 75 BYTES SO A
000384*                      RESTATED RECORD KEEPS ITS ORIGINAL TOTAL
000386*                      AND RESTATEMENT NUMBER WHEN IT IS ARCHIVED
000388*                      OR KEPT.
000390*-----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000720 FILE SECTION.
000730*-----------------------------------------------------------------
000740*    FUELTOT.DAT AND ITS ARCHIVE/KEEPERS FILES - THE RUN DATE
000750*    IS THE FIRST TEN BYTES OF EVERY RECORD. A RESTATED RECORD
000755*    CARRIES ITS ORIGINAL TOTAL AND RESTATEMENT NUMBER AFTER THE
000757*    DESTINATION.
000760*-----------------------------------------------------------------
000770 FD  FUELHIST.
000780 01  FUELHIST-RECORD              PIC X(75).
000790 FD  FUELARCH.
000800 01  FUELARCH-RECORD              PIC X(75).
000810 FD  FUELKEEP.
000820 01  FUELKEEP-RECORD              PIC X(75).
000830*-----------------------------------------------------------------
000840*    REASNRPT.DAT AND ITS ARCHIVE/KEEPERS FILES - THE RUN DATE
000850*    IS THE FIRST TEN BYTES OF EVERY RECORD
