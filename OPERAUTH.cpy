      *****************************************************
      *    OPERAUTH - OPERATOR REGION AUTHORITY FILE       *
      *    VSAM KSDS, KEY = OA-USERID.  ONE RECORD PER     *
      *    USERID, MAINTAINED BY SECURITY ADMINISTRATION,  *
      *    SAYING WHICH REGIONS THE USER MAY MAINTAIN OR   *
      *    VIEW.  A USERID WITH NO RECORD HAS NO ACCESS.   *
      *    OA-REF-MAINT 'Y' ALLOWS REFERENCE MAINTENANCE   *
      *    AT ALL (TESTM ADD/UPDATE/DELETE, TESTAPL); ANY  *
      *    OTHER VALUE MAKES THE USER VIEW-ONLY WHATEVER   *
      *    THE REGION ENTRIES SAY.                         *
      *    OA-ALL-REGIONS:  M  MAINTAIN AND VIEW EVERY     *
      *                        REGION (CENTRAL SUPPORT)    *
      *                     V  VIEW EVERY REGION (AUDIT),  *
      *                        MAINTAIN ONLY THOSE LISTED  *
      *                     SPACE  ONLY THOSE LISTED       *
      *    OA-REGION-LEVEL: M  MAINTAIN AND VIEW           *
      *                     V  VIEW ONLY                   *
      *    UNUSED REGION ENTRIES ARE SPACES.  ENFORCED BY  *
      *    TESTM, TESTQ, TESTJ AND TESTAPL; EVERY REFUSAL  *
      *    IS WRITTEN TO CHGJRNL.                          *
      *****************************************************
       01 OPERAUTH-RECORD.
           03 OA-USERID              PIC X(8).
           03 OA-REF-MAINT           PIC X(1).
           03 OA-ALL-REGIONS         PIC X(1).
           03 OA-REGION-ENTRY        OCCURS 8 TIMES.
               05 OA-REGION-CODE     PIC X(4).
               05 OA-REGION-LEVEL    PIC X(1).
           03 OA-UPDATE-USERID       PIC X(8).
           03 OA-UPDATE-DATE         PIC X(8).
