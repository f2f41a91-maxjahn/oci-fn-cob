001300*    TP-TEMPLATE-LEN IS THE SIGNIFICANT TEMPLATE LENGTH, THE
001400*    SAME CONVENTION AS GT-LEN IN GREETTBL; IF IT IS NOT
001500*    NUMERIC THE TRIMMED TEMPLATE LENGTH IS USED INSTEAD.
001506*    TP-SALUTATION, WHEN PRESENT, IS THE WHOLE GREETING FOR A
001512*    CUSTOMER WHOSE MASTER RECORD CARRIES THE NAME PARTS (SEE
001518*    CUSTREC), WITH &T, &G AND &F MARKING WHERE THE COURTESY
001524*    TITLE, GIVEN NAME AND FAMILY NAME GO AND ITS OWN CLOSING
001530*    PUNCTUATION - "Dear &T &F,".  A CUSTOMER MISSING A PART
001536*    THE ROW CALLS FOR, AND EVERY TYPED-NAME ROSTER LINE, GETS
001542*    THE TEMPLATE PLUS THE FULL NAME AS BEFORE; A BLANK
001548*    SALUTATION MEANS THE SAME.  TP-TITLE, WHEN PRESENT, KEYS
001554*    THE ROW TO CUSTOMERS WITH THAT COURTESY TITLE (CAPITALS
001560*    OR NOT), AHEAD OF THE BLANK-TITLE ROW FOR THE SAME
001566*    LANGUAGE AND MODE, WHERE THE WORDING AGREES WITH THE
001572*    TITLE - DE FORMAL "Frau" CARRIES "Sehr geehrte &T &F,"
001578*    AND DE FORMAL "Herr" CARRIES "Sehr geehrter &T &F,".  A
001584*    TITLE WITH NO ROW OF ITS OWN TAKES THE BLANK-TITLE ROW.
001600*
001700*    MAINTENANCE HISTORY
001800*    DATE       INIT DESCRIPTION
001900*    09/02/26   RJH  ORIGINAL.
001920*    10/15/26   RJH  SALUTATION PATTERN ADDED AFTER THE
001940*                    TEMPLATE LENGTH, SO EXISTING ROWS READ
001950*                    WITH A BLANK ONE AND GREET UNCHANGED;
001960*                    TITLE QUALIFIER AFTER IT, SO THE WORDING
001970*                    CAN FOLLOW THE COURTESY TITLE.
002000******************************************************************
002100 01  GREET-TPL-RECORD.
002200     05  TP-LANG-CODE            PIC X(02).
002600     05  TP-TEMPLATE             PIC X(20).
002700     05  FILLER                  PIC X(01).
002800     05  TP-TEMPLATE-LEN         PIC 9(02).
002900     05  FILLER                  PIC X(01).
003000     05  TP-SALUTATION           PIC X(40).
003100     05  FILLER                  PIC X(01).
003200     05  TP-TITLE                PIC X(10).
