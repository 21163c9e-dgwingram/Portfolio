      * SHARED OPERATOR-AUTHORITY CHECK, COPIED INTO EACH PROGRAM
      * THAT GUARDS A SENSITIVE FUNCTION (NEEDS SECWS). THE CALLER
      * MOVES THE FUNCTION AND ITS ALLOWED ROLES AND PERFORMS 980,
      * WHICH HANDS THEM TO THE SIGN-ON UTILITY: IT PROVES THE
      * SIGNED-ON OPERATOR (OPERATOR_ID / OPERATOR_PASSWORD) AGAINST
      * THE OPERATOR MASTER AND THEIR ROLE AGAINST THE LIST, AND
      * LOGS AND REPORTS ANY REFUSAL ITSELF. 982 IS FOR A FUNCTION
      * THAT IS THE WHOLE RUN - PERFORMED BEFORE ANY FILE IS OPENED
      * OR THE RUN LOCK TAKEN, IT ENDS A REFUSED RUN ON THE SPOT
       980-CHECK-OPERATOR-AUTHORITY.
           MOVE RETURN-CODE TO SEC-SAVED-RC
           SET ENVIRONMENT "SECURITY_PROGRAM" TO SEC-PROGRAM
           SET ENVIRONMENT "SECURITY_FUNCTION" TO SEC-FUNCTION
           SET ENVIRONMENT "SECURITY_ROLES" TO SEC-ALLOWED-ROLES
           CALL "SYSTEM" USING SEC-COMMAND
      * NO ANSWER FROM THE UTILITY IS A REFUSAL, NEVER A PASS
           IF RETURN-CODE = ZERO
               SET SEC-GRANTED TO TRUE
           ELSE
               SET SEC-REFUSED TO TRUE
           END-IF
           MOVE SEC-SAVED-RC TO RETURN-CODE
           .

       982-REQUIRE-OPERATOR-AUTHORITY.
           PERFORM 980-CHECK-OPERATOR-AUTHORITY
           IF SEC-REFUSED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
