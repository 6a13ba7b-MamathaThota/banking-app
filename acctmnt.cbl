001586*                  change here either; the SV/CK literals
001587*                  remain the fallback when the product file
001588*                  is not available.
001589* 2026-10-15  RH   A term deposit (TD) keeps its type and its
001590*                  pinned rate for the term: type changes to or
001591*                  from TD and rate changes on a TD are refused.
001592*                  A TD is opened only through the teller.
001600*----------------------------------------------------------------
001700
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
022200     EXIT.
022300
022400 4200-CHANGE-TYPE.
022401     IF ACCT-TYPE-TERM-DEPOSIT
022402         DISPLAY "A term deposit keeps its type for the term. "
022403             "No change made."
022404         GO TO 4200-EXIT
022405     END-IF
022410     IF WS-PROD-AVAILABLE AND WS-PROD-COUNT > 0
022420         DISPLAY "Products on file:"
022430         PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
022910             ". No change made."
023000         GO TO 4200-EXIT
023100     END-IF
023110     IF WS-TYPE-INPUT = 'TD'
023120         DISPLAY "A term deposit is opened only through the "
023130             "teller. No change made."
023140         GO TO 4200-EXIT
023150     END-IF
023200     MOVE "TYPE"          TO WS-FIELD-NAME
023300     MOVE ACCT-TYPE       TO WS-OLD-VALUE
023400     MOVE WS-TYPE-INPUT   TO WS-NEW-VALUE
025400     EXIT.
025500
025600 4400-CHANGE-RATE.
025610     IF ACCT-TYPE-TERM-DEPOSIT
025620         DISPLAY "A term deposit keeps its rate for the term. "
025630             "No change made."
025640         GO TO 4400-EXIT
025650     END-IF
025700     DISPLAY "Enter new monthly interest rate"
025800     DISPLAY "  (e.g. 0.0025; less than 10): "
025900     MOVE SPACES TO WS-RATE-INPUT
