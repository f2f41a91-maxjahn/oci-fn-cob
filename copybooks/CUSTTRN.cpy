001280*                    FORWARD ON THE PENDING FILE (CUSTPEND).
001282*                    BLANK MEANS APPLY IMMEDIATELY, SO
001284*                    EXISTING FEEDS RUN UNCHANGED.
001286*    10/15/26   RJH  COURTESY TITLE, GIVEN NAME AND FAMILY NAME
001288*                    ADDED IN STEP WITH CUSTREC.  A FEED THAT
001290*                    LEAVES THE TWO NAME PARTS BLANK HAS THEM
001292*                    SPLIT FROM MT-CUSTOMER-NAME BY CRMMAINT;
001294*                    ONE THAT KEYS ONLY THE PARTS HAS THE FULL
001296*                    NAME BUILT FROM THEM.
001300******************************************************************
001400 01  MAINT-TRAN-RECORD.
001500     05  MT-ACTION               PIC X(01).
002800     05  MT-DNG-FLAG             PIC X(01).
002900     05  FILLER                  PIC X(01).
003000     05  MT-EFFECTIVE-DATE       PIC X(08).
003100     05  FILLER                  PIC X(01).
003200     05  MT-TITLE                PIC X(10).
003300     05  FILLER                  PIC X(01).
003400     05  MT-GIVEN-NAME           PIC X(30).
003500     05  FILLER                  PIC X(01).
003600     05  MT-FAMILY-NAME          PIC X(30).
