IDENTIFICATION DIVISION.
PROGRAM-ID. ARConv.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT oldMastFile ASSIGN TO "P2ARMast.dat"
        FILE STATUS IS OLD-MAST-STATUS.
    SELECT saveFile ASSIGN TO "P2ARMastOld.dat".
    SELECT convWrkFile ASSIGN TO "P2ARConv.dat"
        FILE STATUS IS CONV-WRK-STATUS.
    SELECT arMastFile ASSIGN TO "P2ARMast.dat".
DATA DIVISION.
FILE SECTION.
FD oldMastFile.
    01 oldMastRecord.
        02 OLD-W-NUMBER.
            03 OLD-W-FIRST PIC X.
            03 OLD-W-REST PIC X(9).
        02 OLD-YEAR PIC 9(4)X.
        02 OLD-SEASON PIC X(7).
        02 OLD-NAME PIC X(14).
        02 OLD-CHARGES PIC 9(7)V99.
        02 OLD-PAYMENTS PIC 9(7)V99.
        02 OLD-ADJUSTMENTS PIC 9(7)V99.
        02 OLD-LAST-DATE PIC 9(8).
FD saveFile.
    01 saveRecord PIC X(71).
FD convWrkFile.
    01 convWrkRecord PIC X(80).
FD arMastFile.
    01 arMastRecord.
        02 AR-W-NUMBER PIC X(10).
        02 AR-YEAR PIC 9(4)X.
        02 AR-SEASON PIC X(7).
        02 AR-NAME PIC X(14).
        02 AR-CHARGES PIC 9(7)V99.
        02 AR-PAYMENTS PIC 9(7)V99.
        02 AR-ADJUSTMENTS PIC 9(7)V99.
        02 AR-LAST-DATE PIC 9(8).
        02 AR-AID PIC 9(7)V99.
WORKING-STORAGE SECTION.
    01 OLD-MAST-STATUS PIC XX.
    01 CONV-WRK-STATUS PIC XX.
    01 OLD-EOF-CHK PIC X VALUE "F".
    01 WRK-EOF-CHK PIC X VALUE "F".
    01 READ-COUNT PIC 9(6) VALUE ZERO.
    01 WRITE-COUNT PIC 9(6) VALUE ZERO.
PROCEDURE DIVISION.
    DISPLAY "AR MASTER CONVERSION - ADD AID BUCKET".
    OPEN INPUT oldMastFile.
    IF OLD-MAST-STATUS = "35"
        DISPLAY "P2ARMast.dat NOT PRESENT - NOTHING TO CONVERT"
        STOP RUN
    END-IF.
    IF OLD-MAST-STATUS NOT = "00"
        DISPLAY "UNABLE TO OPEN P2ARMast.dat, STATUS = " OLD-MAST-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM subReadOld
        PERFORM UNTIL OLD-EOF-CHK = "T"
        ADD 1 TO READ-COUNT
        IF OLD-MAST-STATUS NOT = "00"
            OR OLD-W-FIRST NOT = "W"
            OR OLD-W-REST IS NOT NUMERIC
            OR OLD-CHARGES IS NOT NUMERIC
            OR OLD-PAYMENTS IS NOT NUMERIC
            OR OLD-ADJUSTMENTS IS NOT NUMERIC
            OR OLD-LAST-DATE IS NOT NUMERIC
            DISPLAY "P2ARMast.dat RECORD " READ-COUNT
                " IS NOT IN THE 71-BYTE LAYOUT - FILE IS ALREADY "
                "CONVERTED OR DAMAGED, NOTHING CHANGED"
            CLOSE oldMastFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM subReadOld
    END-PERFORM.
    CLOSE oldMastFile.
    OPEN INPUT oldMastFile.
    MOVE "F" TO OLD-EOF-CHK
    OPEN OUTPUT saveFile.
    OPEN OUTPUT convWrkFile.
    PERFORM subReadOld
        PERFORM UNTIL OLD-EOF-CHK = "T"
        MOVE oldMastRecord TO saveRecord
        WRITE saveRecord
        MOVE OLD-W-NUMBER TO AR-W-NUMBER
        MOVE OLD-YEAR TO AR-YEAR
        MOVE OLD-SEASON TO AR-SEASON
        MOVE OLD-NAME TO AR-NAME
        MOVE OLD-CHARGES TO AR-CHARGES
        MOVE OLD-PAYMENTS TO AR-PAYMENTS
        MOVE OLD-ADJUSTMENTS TO AR-ADJUSTMENTS
        MOVE OLD-LAST-DATE TO AR-LAST-DATE
        MOVE ZERO TO AR-AID
        MOVE arMastRecord TO convWrkRecord
        WRITE convWrkRecord
        PERFORM subReadOld
    END-PERFORM.
    CLOSE oldMastFile.
    CLOSE saveFile.
    CLOSE convWrkFile.
    OPEN INPUT convWrkFile.
    OPEN OUTPUT arMastFile.
    PERFORM subReadWork
        PERFORM UNTIL WRK-EOF-CHK = "T"
        MOVE convWrkRecord TO arMastRecord
        WRITE arMastRecord
        ADD 1 TO WRITE-COUNT
        PERFORM subReadWork
    END-PERFORM.
    CLOSE convWrkFile.
    CLOSE arMastFile.
    DISPLAY "====================================================".
    DISPLAY "ARConv RUN-CONTROL SUMMARY".
    DISPLAY "RECORDS READ    = " READ-COUNT.
    DISPLAY "RECORDS WRITTEN = " WRITE-COUNT.
    DISPLAY "ORIGINAL FILE SAVED TO P2ARMastOld.dat".
    DISPLAY "====================================================".
STOP RUN.
subReadOld.
    READ oldMastFile
    AT END
        MOVE "T" TO OLD-EOF-CHK
    END-READ.
subReadWork.
    READ convWrkFile
    AT END
        MOVE "T" TO WRK-EOF-CHK
    END-READ.
