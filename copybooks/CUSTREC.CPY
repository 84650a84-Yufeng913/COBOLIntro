000420*                    TWO-CHARACTER WORK-STATE CODE THE STATE
000430*                    WITHHOLDING BRACKETS (STAXTBL) KEY ON.
000440*                    SPACES MEANS NO STATE WITHHOLDING.
000442*                    RECORD LENGTH IS UNCHANGED.
000444*   2026-09-02  YFY  CARVED VacHours/SickHours OUT OF THE
000446*                    FILLER - THE PAID-LEAVE SHARE OF THIS
000448*                    PERIOD'S HoursWorked, POSTED BY THE
000450*                    TIMECARD EDIT FROM THE LEAVE-TYPE CARDS SO
000452*                    PAYROLL CAN PAY LEAVE AT STRAIGHT TIME,
000454*                    SHOW THE SPLIT, AND CHARGE THE LEAVE
000456*                    BALANCES.  RECORD LENGTH IS UNCHANGED.
000458*   2026-10-15  YFY  CARVED FinalPayDate OUT OF THE FILLER - THE
000460*                    PAY DATE OF THE FINAL-PAY RUN (FINALPAY)
000462*                    THAT PAID THE EMPLOYEE OUT AFTER
000464*                    TERMINATION.  A DATE ON OR AFTER StatusDate
000466*                    MEANS THAT TERMINATION HAS BEEN PAID OUT;
000468*                    SPACES OR AN EARLIER DATE (A REHIRE
000470*                    TERMINATED AGAIN) MEANS IT HAS NOT.  RECORD
000472*                    LENGTH IS UNCHANGED.
000474*   2026-10-15  YFY  CARVED PayGroup OUT OF THE FILLER - THE PAY
000476*                    GROUP (AND SO THE PERIOD CALENDAR AND PAY
000478*                    FREQUENCY) THE EMPLOYEE IS PAID IN.  SPACE
000480*                    IS THE ORIGINAL WEEKLY GROUP, SO EXISTING
000482*                    MASTERS STAY IN IT.  RECORD LENGTH IS
000484*                    UNCHANGED.
000486*   2026-10-15  YFY  ADDED SSNumber - THE EMPLOYEE'S SOCIAL
000488*                    SECURITY NUMBER, SET BY CUSTOMER-MASTER
000490*                    MAINTENANCE (CUSTMNT) AND REPORTED ON THE
000492*                    YEAR-END W-2 AND THE SSA WAGE FILE (W2RPT).
000494*                    ZERO (OR NOT NUMERIC ON A RECORD RELOADED
000496*                    FROM AN OLDER BACKUP) MEANS NOT YET ON
000498*                    FILE.  THE OLD FILLER BYTE WAS NOT ENOUGH,
000500*                    SO THE RECORD GROWS FROM 118 TO 136 WITH
000502*                    ROOM FOR THE NEXT CARVE (SEE BKPREC/CUSTRLD
000504*                    AND THE BACKUP LRECL, CHANGED IN STEP).
000506*
000540*****************************************************************
000550 01  CUSTOMER-MASTER-RECORD.
000560     05  Ident                   PIC 9(03).
000780     05  WorkState               PIC X(02).
000790     05  VacHours                PIC 9(03)V99.
000800     05  SickHours               PIC 9(03)V99.
000805     05  FinalPayDate            PIC 9(08).
000806     05  PayGroup                PIC X(01).
000807     05  SSNumber                PIC 9(09).
000810     05  FILLER                  PIC X(10).
