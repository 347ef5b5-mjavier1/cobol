002000*
002100*  MODIFICATION HISTORY
002200*    09/02/2026  MJA  ORIGINAL COPYBOOK.
002210*    10/15/2026  MJA  ADDED OP-MAY-MAINT-OPERS, THE AUTHORITY
002220*                     TO MAINTAIN THIS MASTER THROUGH OPERMNT,
002230*                     OUT OF THE FILLER.  LAYOUT LENGTH IS
002240*                     UNCHANGED.  EXISTING PROFILES CARRY A
002250*                     SPACE THERE (NOT AUTHORIZED), SO THE
002260*                     FIRST SECURITY ADMINISTRATOR IS SET ONCE
002270*                     BY AN IDCAMS REPRO; OPERMNT DOES THE REST.
002273*    10/15/2026  MJA  ADDED OP-LAST-ACTIVE-DATE, THE LAST DATE
002276*                     THE SECRPT SECURITY REPORT SAW THE USER ID
002279*                     ON ANY AUDIT TRAIL, OUT OF THE FILLER.
002282*                     LAYOUT LENGTH IS UNCHANGED.  OPERMNT ADDS
002285*                     A PROFILE WITH ZERO THERE AND SECRPT DATES
002288*                     IT ON ITS NEXT RUN, SO A PROFILE'S DAYS
002291*                     WITHOUT ACTIVITY COUNT FROM THEN.
002300********************************************************************
002400 01  OPERATOR-PROFILE-RECORD.
002500     05  OP-USER-ID          PIC X(08).
003600     05  OP-STATUS           PIC X(01).
003700         88  OP-ACTIVE                   VALUE "A".
003800         88  OP-INACTIVE                 VALUE "I".
003810     05  OP-MAY-MAINT-OPERS  PIC X(01).
003820         88  OP-OPERS-ALLOWED            VALUE "Y".
003830     05  OP-LAST-ACTIVE-DATE PIC 9(08).
003900     05  FILLER              PIC X(01).
