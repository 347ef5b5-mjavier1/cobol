001322*    09/02/2026  MJA  ADDED HR-DUPLICATE ("D") FOR A BATCH
001323*                     TRANSACTION HELD AS A SUSPECTED DUPLICATE
001324*                     INSTEAD OF POSTED.  LAYOUT IS UNCHANGED.
001325*    10/15/2026  MJA  ADDED HR-OVER-BUDGET ("B") FOR A
001326*                     CALCULATION REFUSED BECAUSE IT WOULD HAVE
001327*                     PUSHED ITS DEPARTMENT OVER THE MONTHLY
001328*                     BUDGET.  LAYOUT IS UNCHANGED.
001329*    10/15/2026  MJA  ADDED HR-OPERATION AND HR-ITEM-CODE (THE
001330*                     OPERATION AND ITEM CODE THE CALCULATION
001331*                     WAS PRICED WITH) SO A POSTED ITEM-CODED
001332*                     RESULT CAN BE REPRICED, AND THE
001333*                     PRICE-ADJUSTMENT STATUS ("A") WITH
001334*                     HR-ADJUSTMENT-OF / HR-ADJ-DIRECTION ON THE
001335*                     ADJUSTMENT AND HR-ADJUSTED-BY ON THE
001336*                     ORIGINAL (LATEST ADJUSTMENT POSTED).
001337*                     RECORD LENGTH GROWS FROM 79 TO 105 - THE
001338*                     CLUSTER MUST BE REDEFINED (IDCAMS) AND THE
001339*                     ARCHIVE GDG REALLOCATED WITH THIS CHANGE;
001340*                     RELOADED RECORDS CARRY SPACES IN THE NEW
001341*                     CODE FIELDS AND ZEROS IN THE NEW ID FIELDS.
001342*    10/15/2026  MJA  ADDED THE SALES TAX FIELDS - HR-TAX-CODE,
001343*                     HR-TAX-RATE (THE TAXMSTR RATE APPLIED, IN
001344*                     PERCENT), HR-TAX-AMOUNT, AND HR-TAX-REASON
001345*                     (SAME VALUES AS AUD-TAX-REASON).  A
001346*                     REVERSAL OR PRICE ADJUSTMENT CARRIES THE
001347*                     ORIGINAL'S CODE, RATE, AND REASON SO ITS
001348*                     TAX BACKS OUT AT THE RATE ORIGINALLY
001349*                     CHARGED.  RECORD LENGTH GROWS FROM 105 TO
001350*                     128 - THE CLUSTER MUST BE REDEFINED
001351*                     (IDCAMS) AND THE ARCHIVE GDG REALLOCATED
001352*                     WITH THIS CHANGE; RELOADED RECORDS CARRY
001353*                     SPACES IN THE CODE AND REASON AND ZEROS IN
001354*                     THE RATE AND AMOUNT.
001355*    10/15/2026  MJA  ADDED HR-STANDING-ID - THE STNDMSTR ENTRY
001356*                     A CALCULATION WAS GENERATED FROM BY THE
001357*                     NIGHTLY StndGen RUN (SPACES FOR ONE KEYED
001358*                     BY A CLERK).  RECORD LENGTH GROWS FROM 128
001359*                     TO 136 - THE CLUSTER MUST BE REDEFINED
001360*                     (IDCAMS) AND THE ARCHIVE GDG REALLOCATED
001361*                     WITH THIS CHANGE; RELOADED RECORDS CARRY
001362*                     SPACES IN THE NEW FIELD.
001363*    10/15/2026  MJA  ADDED HR-ORIG-PERIOD - ON A REVERSAL OF A
001364*                     CALCULATION DATED IN A PERIOD ALREADY
001365*                     CLOSED ON PRDCTL, THE ORIGINAL'S PERIOD
001366*                     (YYYYMM); THE REVERSAL ITSELF POSTS IN THE
001367*                     OPEN PERIOD UNDER ITS OWN DATE.  ZERO ON
001368*                     EVERY OTHER RECORD.  RECORD LENGTH GROWS
001369*                     FROM 136 TO 142 - THE CLUSTER MUST BE
001370*                     REDEFINED (IDCAMS) AND THE ARCHIVE GDG
001371*                     REALLOCATED WITH THIS CHANGE; RELOADED
001372*                     RECORDS CARRY ZEROS IN THE NEW FIELD.
001300********************************************************************
001400 01  HISTORY-RECORD.
001500     05  HR-TRANS-ID         PIC 9(08).
002585         88  HR-NOT-AUTHORIZED           VALUE "U".
002586         88  HR-DEPT-INVALID             VALUE "E".
002587         88  HR-DUPLICATE                VALUE "D".
002588         88  HR-OVER-BUDGET              VALUE "B".
002589         88  HR-PRICE-ADJUSTMENT         VALUE "A".
002590     05  HR-REVERSAL-OF      PIC 9(08).
002600     05  HR-REVERSED-BY      PIC 9(08).
002700     05  HR-DEPT-CODE        PIC X(04).
002710     05  HR-OPERATION        PIC X(01).
002720         88  HR-OP-ADD                   VALUES "A" "a".
002730         88  HR-OP-SUBTRACT              VALUES "S" "s".
002740         88  HR-OP-MULTIPLY              VALUES "M" "m".
002750         88  HR-OP-DIVIDE                VALUES "D" "d".
002760     05  HR-ITEM-CODE        PIC X(08).
002770     05  HR-ADJUSTMENT-OF    PIC 9(08).
002780     05  HR-ADJUSTED-BY      PIC 9(08).
002790     05  HR-ADJ-DIRECTION    PIC X(01).
002800         88  HR-ADJ-INCREASE             VALUE "+".
002810         88  HR-ADJ-DECREASE             VALUE "-".
002820     05  HR-TAX-CODE         PIC X(04).
002830     05  HR-TAX-RATE         PIC 9(02)V9(04).
002840     05  HR-TAX-AMOUNT       PIC 9(10)V99.
002850     05  HR-TAX-REASON       PIC X(01).
002860         88  HR-TAX-CHARGED              VALUE "T".
002870         88  HR-TAX-EXEMPT-DEPT          VALUE "E".
002880         88  HR-TAX-NOT-TAXABLE          VALUE "N".
002890         88  HR-TAX-NO-RATE              VALUE "R".
002900     05  HR-STANDING-ID      PIC X(08).
003000     05  HR-ORIG-PERIOD      PIC 9(06).
