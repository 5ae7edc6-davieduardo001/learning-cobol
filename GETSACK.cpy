      *----GETSTRAN BATCH ACKNOWLEDGMENT. GETSUMBATCH WRITES ONE PER
      *----BATCH AND GETSREPR ONE PER SOURCE PER REPAIR RUN, ADDED TO
      *----THE GETSACK FILE. EVERY RECORD LEADS WITH THE SOURCE FROM
      *----THE BATCH HEADER, SO THE FILE SPLITS BY SOURCE FOR SENDING
      *----BACK. THE REASON CODES ARE GETMSG MESSAGE CODES, EACH WITH
      *----ITS GETMSG TEXT AND THE NUMBER OF PAIRS IT COVERS - ZERO
      *----FOR A BATCH-LEVEL REASON SUCH AS A SHORT FILE.
       01  GetsAckRec.
           02  AK-SOURCE PIC X(8).
           02  AK-BUS-DATE PIC 9(8).
           02  AK-PROGRAM PIC X(10).
           02  AK-ACK-DATE PIC 9(8).
           02  AK-ACK-TIME PIC 9(8).
           02  AK-STATUS PIC X(1).
               88  AK-ACCEPTED VALUE "A".
               88  AK-PARTIAL VALUE "P".
               88  AK-REJECTED VALUE "R".
           02  AK-DETAIL-COUNT PIC 9(7).
           02  AK-ACCEPTED-COUNT PIC 9(7).
           02  AK-SUSPENDED-COUNT PIC 9(7).
           02  AK-REASON-COUNT PIC 9(1).
           02  AK-REASON OCCURS 6 TIMES.
               03  AK-REASON-CODE PIC 9(3).
               03  AK-REASON-PAIRS PIC 9(7).
               03  AK-REASON-TEXT PIC X(45).
