  UNTIL #4 = 1 OR
        GX-SFL-PAGE-COUNT >= #3
  PERFORM #1
  SET GX-SCOP-IN TO TRUE
  IF GX-SCOP-ACTIVE AND #4 NOT = 1
     PERFORM #6
     PERFORM GX-SCOP-CHECK-ROW
         THRU GX-SCOP-CHECK-ROW-EXIT
  END-IF
  IF GX-SCOP-IN
     PERFORM #2
  END-IF
  PERFORM GX-WRITE-SFLCKPT
END-PERFORM
IF #4 = 1
