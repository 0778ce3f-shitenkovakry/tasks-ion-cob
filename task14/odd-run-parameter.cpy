000110*  ODD-RUN-PARAMETER                                          *
000120*  Run-parameter card (ODDPARM) read by FIND-ODD-SCREEN at      *
000130*  1000-INITIALIZE so operations can steer a run without a        *
000140*  recompile: the checkpoint interval, the report page depth       *
000150*  and which screening passes to run.  Any field left blank         *
000160*  or non-numeric falls back to the compiled default.  The           *
000170*  first eight columns once carried the business run date; the        *
000180*  date now comes from the ODDRUNCT run-control file and the          *
000185*  columns are ignored.                                                *
000187*-----------------------------------------------------------*
000190 01  odd-run-parameter-record.
000200     05  filler                     pic x(08).
000210     05  prm-checkpoint-interval    pic x(06).
000220     05  prm-lines-per-page         pic x(04).
000230     05  prm-screen-passes          pic x(01).
