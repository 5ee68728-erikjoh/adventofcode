01  BRANCH-MASTER-RECORD.
    05 BM-BRANCH-CODE PIC X(03).
    05 BM-BRANCH-NAME PIC X(30).
    05 BM-REGION PIC X(10).
    05 BM-STATUS PIC X(01).
    05 BM-FEED-EXPECTED PIC X(01).
    05 BM-CUTOFF-TIME PIC 9(04).
    05 FILLER PIC X(11).
