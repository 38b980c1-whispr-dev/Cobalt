      *> GLEXTRACT posts the corporate GL journal with, in the
      *> list/maintain rhythm of RATEMAINT/FEEMAINT: one line per
      *> rule, TYPE,BRANCH,GLACCT, where TYPE is a transaction type
      *> (DP, WD, IN, FE, RV, TF, LD, LI, LP, RI, CO, RC) or the word
      *> SETTLE for the settlement/clearing account every extract
      *> entry offsets against - or a type followed by OFF (LDOFF,
      *> LPOFF, LIOFF, COOFF) for a type whose offset leg belongs on
      *> its own account, such as the loan asset, loan interest
      *> income, and charge-off loss accounts - BRANCH is the
      *> originating branch (0 = any branch not mapped explicitly),
      *> and GLACCT is the eight-digit corporate GL account. Lines
      *> look like
      *>     SETTLE,000,10100000
      *>     DP,000,20200000
      *>     DP,003,20200003
      *> GLEXTRACT also books two entry kinds that are not
      *> transaction types: IB/IBOFF (inter-branch due-from and
      *> due-to) and FX/FXOFF (FX income on customer conversions
      *> and the deposit control account the margin comes out of).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-PERFORM.

       CAPTURE-ONE-MAPPING.
           DISPLAY "Transaction type (DP/WD/IN/FE/RV/TF/LD/LI/LP/"
               "RI/CO/RC), type+OFF, or SETTLE: "
           ACCEPT WS-TYPE-IN
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
           IF WS-TYPE-IN = SPACES
