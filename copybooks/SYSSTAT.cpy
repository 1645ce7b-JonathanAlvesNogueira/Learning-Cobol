      * Record layout for the system status file (SYSSTAT).  One
      * record: NIGHTDRV marks it active at cycle start and idle
      * again at the trailer.  The interactive utilities (SUSPMNT,
      * SETPGM, SETOPRAD, EMPMAINT, PYIMAINT) read it before
      * opening their files for update and refuse to run while the
      * cycle is active, unless a supervisor override is taken -
      * which is written to SETAUD.  SOMAPPR reads it the same way
      * before updating the pending file.  SOMREST refuses a
      * restore while the cycle is active, marks it active while
      * the masters are being rebuilt, and sets it idle again
      * afterwards - dated the restored generation once the restore
      * is verified, or back to its prior date if it is not.
      ******************************************************************
       01  SYS-STATUS-RECORD.
           05  SYS-STA-STATE               PIC X(01).
