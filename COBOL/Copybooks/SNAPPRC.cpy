      * SHARED MASTER-SNAPSHOT CALLS, COPIED INTO EACH STEP THAT
      * UPDATES THE MASTERS IN PLACE (NEEDS SNAPWS AND ABEND-PROGRAM
      * FROM THE ABEND COPYBOOKS). AS SOON AS THE RUN LOCK IS HELD,
      * THE STEP PERFORMS 970 ONCE PER FILE IT IS ABOUT TO CHANGE
      * AND THEN 972, WHICH COPIES THEM ALL ASIDE BEFORE ANY IS
      * OPENED FOR UPDATE. 975 IS PERFORMED AFTER THE FILES ARE
      * CLOSED AT CLEAN END. A STEP THAT DIES IN BETWEEN LEAVES ITS
      * SNAPSHOT SET OPEN, AND THE UTILITY PUTS THE FILES BACK - THE
      * DRIVER ASKS FOR THAT AS SOON AS THE STEP FAILS, AND THE NEXT
      * SNAPSHOT TAKEN DOES IT FIRST IF NOBODY ELSE HAS - SO THE
      * STEP CAN SIMPLY BE RERUN FROM THE TOP
       970-ADD-SNAPSHOT-FILE.
           IF SNAP-FILE-COUNT = ZERO
               MOVE SPACES TO SNAP-FILE-LIST
           END-IF
           IF SNAP-FILE-COUNT < 12
               ADD 1 TO SNAP-FILE-COUNT
               MOVE SNAP-ADD-KIND TO SNAP-FILE-KIND(SNAP-FILE-COUNT)
               MOVE SNAP-ADD-NAME TO SNAP-FILE-NAME(SNAP-FILE-COUNT)
           END-IF
           .

      * THE UTILITY WRITES ITS OWN OPERATOR REPORT IF A COPY FAILS,
      * SO THE STEP JUST STOPS BEFORE TOUCHING ANYTHING
       972-TAKE-MASTER-SNAPSHOT.
           MOVE "S" TO SNAP-MODE
           PERFORM 977-CALL-SNAPSHOT-UTILITY
           IF RETURN-CODE NOT = ZERO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * CLOSE THE SNAPSHOT SET OUT. THE STEP'S OWN RETURN CODE (A
      * WARNING, SAY) IS KEPT; IF THE SET CANNOT BE MARKED COMPLETE
      * THE STEP IS TREATED AS FAILED, SO THE MASTERS ARE PUT BACK
      * AND THE STEP RERUN RATHER THAN LEFT HALF-ACCOUNTED FOR
       975-MARK-SNAPSHOT-COMPLETE.
           MOVE RETURN-CODE TO SNAP-SAVED-RC
           MOVE "C" TO SNAP-MODE
           PERFORM 977-CALL-SNAPSHOT-UTILITY
           IF RETURN-CODE NOT = ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SNAP-SAVED-RC TO RETURN-CODE
           END-IF
           .

       977-CALL-SNAPSHOT-UTILITY.
           SET ENVIRONMENT "SNAPSHOT_MODE" TO SNAP-MODE
           SET ENVIRONMENT "SNAPSHOT_STEP" TO ABEND-PROGRAM
           SET ENVIRONMENT "SNAPSHOT_FILES" TO SNAP-FILE-LIST
           CALL "SYSTEM" USING SNAP-COMMAND
           .
