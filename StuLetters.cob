        02 STU-CITY PIC X(20).
        02 STU-POSTAL PIC X(10).
        02 STU-EMAIL PIC X(30).
        02 STU-MAJOR PIC X(4).
FD studentIdxFile.
    01 studentIdxRecord.
        02 STU-IDX-KEY.
        02 STU-IDX-CITY PIC X(20).
        02 STU-IDX-POSTAL PIC X(10).
        02 STU-IDX-EMAIL PIC X(30).
        02 STU-IDX-MAJOR PIC X(4).
FD sectionIdxFile.
    01 sectionIdxRecord.
        02 SEC-IDX-KEY.
