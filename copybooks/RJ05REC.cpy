*>   E007 - input2 truncation would lose data
*>   E008 - company code not on the company master
*>   E009 - company is deactivated on the company master
*>   E010 - transaction type not R (replacement) or A (adjustment)
*>   E011 - adjustment amount is zero
 01  REJECT-DETAIL.
     03 RJ-IN1              PIC X(10).
     03 RJ-IN2              PIC X(10).
