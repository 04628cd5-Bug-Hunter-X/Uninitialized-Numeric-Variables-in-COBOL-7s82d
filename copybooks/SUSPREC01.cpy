      * FILE WRITTEN BEFORE SUSP-TRANS-EFF-DATE EXISTED WILL NOT
      * OPEN AGAINST THIS LAYOUT: IT MUST BE CARRIED FORWARD ONCE BY
      * THE SUSPCNV1 CONVERSION, WHICH SETS THE DATE TO SPACES.
      *
      * AN INTER-ACCOUNT TRANSFER THAT CANNOT POST SUSPENDS AS A
      * LINKED PAIR: THE FROM-ACCOUNT LEG ("XO") AT ONE SEQUENCE AND
      * THE TO-ACCOUNT LEG ("XI") AT THE NEXT, UNDER THE SAME REJECT
      * DATE AND RUN ID. EACH LEG'S SUSP-TRANS-REFERENCE CARRIES THE
      * OTHER LEG'S ACCOUNT IN ITS LAST TEN BYTES. SUSPCOR1 CORRECTS
      * AND RELEASES THE TWO AS ONE UNIT, AND AMTPROC1 PULLS THEM
      * BACK AS ONE TRANSFER.
      *****************************************************************
           05  SUSP-KEY.
               10  SUSP-REJECT-DATE    PIC X(8).
