       *> creeping job is rescheduled a week before it collides with
       *> online hours instead of the morning it does.
       *>
       *> The site on the card must be active on the site master;
       *> a closed or unknown site refuses the card.
       *>
       *> The cycle runs overnight, so times are held on a two-day
       *> second scale: a window end or deadline earlier on the
       *> clock than the cycle's first window start is read as the
       *> Parameters for the shared FILEERR-SUB file-error handler
       COPY FILERRPM.

       *> Parameters for the shared SITECHK-SUB site-master lookup
       COPY SITEPM.

       PROCEDURE DIVISION.
       *> Main execution routine
       0000-START-UP.
                   MOVE WS-FORECAST-CARD-STATUS TO FE-FILE-STATUS
                   PERFORM 8000-REPORT-FILE-ERROR
               END-IF
           END-IF
           IF WS-CARD-OK = 'Y'
               PERFORM 0015-CHECK-SITE-MASTER
           END-IF.

       0015-CHECK-SITE-MASTER.
           *> A forecast for a site that is closed or unknown to the
           *> site master would only project jobs nobody will run, so
           *> the card is refused like any other invalid card
           MOVE WS-SITE-CODE TO SK-SITE-CODE
           CALL 'SITECHK-SUB' USING SITE-CHECK-PARMS
           IF SK-RESULT NOT = 'Y'
               EVALUATE SK-RESULT
                   WHEN 'C'
                       DISPLAY 'RUN-FCST: SITE ' WS-SITE-CODE
                           ' IS CLOSED ON THE SITE MASTER'
                   WHEN 'N'
                       DISPLAY 'RUN-FCST: SITE ' WS-SITE-CODE
                           ' IS NOT ON THE SITE MASTER'
                   WHEN OTHER
                       DISPLAY 'RUN-FCST: SITE MASTER UNAVAILABLE, '
                           'SITE ' WS-SITE-CODE ' NOT CONFIRMED'
               END-EVALUATE
               MOVE 'N' TO WS-CARD-OK
           END-IF.

       0020-LOAD-JOB-PLAN.
