            05 FILLER             PIC X(1).
            05 REJ-DATA           PIC X(180).

        FD REVIEW-FILE            RECORD CONTAINS 312 CHARACTERS.
        01 REVIEW-RECORD.
            05 REV-RECORD-NO      PIC 9(7).
            05 FILLER             PIC X(1).
