      * SHARED SIN/SSN MASKING, COPIED INTO EACH PROGRAM'S PROCEDURE
      * DIVISION (NEEDS SECWS AND SECPRC). 908 IS PERFORMED ONCE AT
      * STARTUP; 910 TURNS THE NUMBER IN MASK-ID-IN INTO THE
      * PRINTABLE FORM IN MASK-ID-OUT. A FULL-DETAIL RUN IS GRANTED
      * ONLY TO A SIGNED-ON PAYROLL SUPERVISOR - ANYONE ELSE ASKING
      * FOR IT IS LOGGED AND GETS THE STANDARD MASKED COPY
       908-GET-MASK-OPTION.
           MOVE SPACE TO MASK-DETAIL-PARM
           ACCEPT MASK-DETAIL-PARM
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF MASK-DETAIL-PARM = "Y"
               MOVE "UNMASKED DETAIL" TO SEC-FUNCTION
               MOVE "S" TO SEC-ALLOWED-ROLES
               PERFORM 980-CHECK-OPERATOR-AUTHORITY
               IF SEC-GRANTED
                   MOVE "Y" TO MASK-DETAIL-SWITCH
               END-IF
           END-IF
           .

