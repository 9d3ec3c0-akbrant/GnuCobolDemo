              SET REPLAY-STOPPED TO TRUE
              GO TO REPLAY-ONE-ENTRY-EXIT.

      *      A PACAUTH AUTHORIZATION LINE RECORDS WHO ALLOWED A RUN;
      *      IT CHANGED NO RECORD AND HAS NOTHING TO REPLAY.
           IF JRN-OPERATION = 'AUTH'
              GO TO REPLAY-ONE-ENTRY-EXIT.
           MOVE JRN-SERIAL TO B-PAC-KEY-SERIAL.
           MOVE JRN-SEQ    TO B-PAC-KEY-SEQ.
           EVALUATE JRN-OPERATION
