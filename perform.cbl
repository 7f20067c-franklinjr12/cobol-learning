           SET CKPT-WRITE TO TRUE.
           MOVE "PerformMain" TO CKPT-PROGRAM-NAME.
           MOVE SPACES TO CKPT-TOKEN.
           MOVE SPACES TO CKPT-DETAIL.
           MOVE WS-COUNTER TO CKPT-TOKEN(1:1).
           CALL "CheckpointManager" USING CKPT-CALL-AREA.

           SET CKPT-WRITE TO TRUE.
           MOVE "PerformAlternative" TO CKPT-PROGRAM-NAME.
           MOVE SPACES TO CKPT-TOKEN.
           MOVE SPACES TO CKPT-DETAIL.
           MOVE WS-RECORDS-DONE TO CKPT-TOKEN(1:4).
           CALL "CheckpointManager" USING CKPT-CALL-AREA.

