*> LEVEL AT START-UP, SO A PROGRAM BUILT AGAINST AN OLD LAYOUT
*> DIES WITH A CLEAR RECOMPILE MESSAGE INSTEAD OF A MISALIGNED
*> RECORD AN HOUR INTO DEBUGGING
01  GX-RUNTIME-LEVEL               PIC  X(006) VALUE 'GX0004'.
01  GX-RST-SCR                     PIC S9      COMP-3.
01  WS-FEEDBACK-AREA.
    05 FILLER                      PIC  X(144).
