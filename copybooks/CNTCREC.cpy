000500*    MASTER (SEE CUSTREC).  ONE RECORD PER CUSTOMER CARRIES THE
000600*    DELIVERY CHANNEL GREETSND SPLITS ON - EMAIL OR LETTER -
000700*    AND THE ADDRESS FOR THAT CHANNEL (AN E-MAIL ADDRESS OR A
000800*    STRUCTURED POSTAL ADDRESS).  THE FILE IS DATA THE
000900*    DISPATCH DESK OWNS; A CUSTOMER WITH NO RECORD HERE, OR A
001000*    BLANK ADDRESS, IS UNDELIVERABLE AND SHOWS ON GREETSND'S
001100*    DISPATCH REPORT RATHER THAN FALLING ON THE FLOOR.
001300*    MAINTENANCE HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    09/02/26   RJH  ORIGINAL.
001510*    10/15/26   RJH  UNDELIVERABLE HOLD ADDED - DLVRECON SETS
001520*                    IT ON A HARD BOUNCE OR RETURNED LETTER,
001530*                    WITH THE REASON AND DATE, AND GREETSND
001540*                    LISTS A HELD CUSTOMER ON ITS DISPATCH
001550*                    REPORT INSTEAD OF SENDING AGAIN.  THE
001560*                    DISPATCH DESK CLEARS THE HOLD WHEN IT
001570*                    CORRECTS THE ADDRESS.  RECORDS FROM
001580*                    BEFORE THESE FIELDS READ BACK SPACE-
001590*                    PADDED, I.E. NOT HELD.
001591*    10/15/26   RJH  STRUCTURED POSTAL ADDRESS FOR THE LETTER
001592*                    CHANNEL - CN-ADDRESS IS THE FIRST STREET
001593*                    LINE, FOLLOWED BY A SECOND STREET LINE,
001594*                    CITY, REGION, POSTAL CODE AND COUNTRY,
001595*                    SO GREETSND CAN PRESORT THE LETTER RUN
001596*                    BY POSTAL CODE.  THE COUNTRY IS THE TWO-
001597*                    LETTER CODE AND IS LEFT BLANK FOR A
001598*                    DOMESTIC ADDRESS.  A LETTER CONTACT WITH
001599*                    NO POSTAL CODE IS UNDELIVERABLE.  THE
001600*                    FIELDS ARE UNUSED FOR AN E-MAIL CONTACT.
001601******************************************************************
001700 01  CONTACT-RECORD.
001800     05  CN-CUSTOMER-ID          PIC X(10).
001900     05  FILLER                  PIC X(01).
002200         88  CN-CHANNEL-LETTER       VALUE "LETTER".
002300     05  FILLER                  PIC X(01).
002400     05  CN-ADDRESS              PIC X(60).
002500     05  FILLER                  PIC X(01).
002600     05  CN-HOLD-FLAG            PIC X(01).
002700         88  CN-HELD-UNDELIVERABLE   VALUE "U".
002800         88  CN-NOT-HELD             VALUE SPACE.
002900     05  FILLER                  PIC X(01).
003000     05  CN-HOLD-REASON          PIC X(20).
003100     05  FILLER                  PIC X(01).
003200     05  CN-HOLD-DATE            PIC X(08).
003300     05  FILLER                  PIC X(01).
003400     05  CN-ADDRESS-2            PIC X(60).
003500     05  FILLER                  PIC X(01).
003600     05  CN-CITY                 PIC X(30).
003700     05  FILLER                  PIC X(01).
003800     05  CN-REGION               PIC X(20).
003900     05  FILLER                  PIC X(01).
004000     05  CN-POSTAL-CODE          PIC X(10).
004100     05  FILLER                  PIC X(01).
004200     05  CN-COUNTRY              PIC X(02).
004300         88  CN-DOMESTIC             VALUE SPACES.
