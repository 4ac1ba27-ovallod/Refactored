      * only when the caller's commarea is long enough to reach them
      * (see WS-CA-B-FULL-LEN in RABROWSE), and a caller wanting them
      * passes the full-size commarea whatever page size it reads.
      ******************************************************************
      * CA-B-CANCEL-DATE carries, row for row with the portfolio
      * table, the date a policy was cancelled mid-term - SPACES while
      * it is in force. A cancelled policy is still listed. It sits
      * past the customer extension and is negotiated by length the
      * same way (see WS-CA-B-STATUS-LEN in RABROWSE).
      ******************************************************************
           03 CA-B-RETURN-CODE        PIC X(02)  VALUE SPACES.
           03 CA-B-CUSTOMER-NUM       PIC 9(09)  VALUE ZERO.
             05 CA-B-HOUSE-NAME         PIC X(20).
             05 CA-B-HOUSE-NUMBER       PIC X(04).
             05 CA-B-POSTCODE           PIC X(08).
           03 CA-B-STATUS-EXTENSION.
             05 CA-B-CANCEL-DATE        PIC X(10) OCCURS 20 TIMES.
