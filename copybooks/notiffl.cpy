      * NOTIFFL - working-storage holders for the notification
      * fields notifwt.cpy's QUEUE-NOTIFICATION uses. COPY this
      * into WORKING-STORAGE alongside COPY "notifq.cpy" in the FD,
      * set NOTQ-SOURCE once at program start, then MOVE the event
      * type, student, event date and detail in before PERFORMing
      * the append - the sataudfl.cpy pattern, carried to the
      * outbound queue.
           01 NOTQ-EVENT-TYPE       PIC X(04).
           01 NOTQ-STUDENT-ID       PIC 9(05).
           01 NOTQ-EVENT-DATE       PIC 9(08).
           01 NOTQ-DETAIL           PIC X(60).
           01 NOTQ-SOURCE           PIC X(18) VALUE SPACES.
           01 NOTQ-QUEUED-COUNT     PIC 9(06) VALUE ZERO.
           01 NOTQ-OPEN             PIC A(01) VALUE 'N'.
           01 WS-NOTQ-FS            PIC X(02).
