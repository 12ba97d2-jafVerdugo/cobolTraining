001240*                  SELECT THE ROW IN FORCE FOR ANY PROCESSING
001250*                  DATE, NOT JUST TODAY'S. AN OPEN-ENDED ROW
001260*                  CARRIES 99991231 IN EFFECTIVE-TO.
001270*   2026-10-15 DO  ADDED RM-COMPANY-CODE - A RATE PUBLISHED FOR
001280*                  ONE LEGAL ENTITY ONLY. BLANK MEANS THE RATE IS
001290*                  SHARED BY EVERY COMPANY.
001300******************************************************************
001400 01  RATE-MASTER-RECORD.
001450     05  RM-RATE-KEY.
001560     05  RM-EFFECTIVE-TO             PIC 9(08).
001600     05  RM-RATE-VALUE               PIC S9(5)V99.
001700     05  RM-RATE-DESCRIPTION         PIC X(30).
001800     05  RM-COMPANY-CODE             PIC X(04).
001900         88  RM-SHARED-RATE          VALUE SPACES.
