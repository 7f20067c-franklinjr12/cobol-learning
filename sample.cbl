           SET CKPT-WRITE TO TRUE.
           MOVE "SampleProgram" TO CKPT-PROGRAM-NAME.
           MOVE SPACES TO CKPT-TOKEN.
           MOVE SPACES TO CKPT-DETAIL.
           MOVE WS-COUNTER TO CKPT-TOKEN(1:2).
           CALL "CheckpointManager" USING CKPT-CALL-AREA.
           DISPLAY "Checkpoint written - last counter processed "
