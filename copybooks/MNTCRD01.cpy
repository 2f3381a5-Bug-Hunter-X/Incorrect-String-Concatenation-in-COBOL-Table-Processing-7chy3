000600*  A RECORD ID OR AN INCLUSIVE ID RANGE (A ZERO TO-ID MEANS     *
000700*  THE ONE FROM-ID ONLY). THE OPERATOR ID OF WHOEVER KEYED THE  *
000800*  DECK IS CARRIED ON EVERY CARD AND STAMPS THE MAINTENANCE     *
000900*  LOG EXACTLY AS A SCREEN SESSION WOULD. ON A TABLE UNDER DUAL *
000910*  CONTROL AN UPDATE OR DEACTIVATE CARD ONLY QUEUES THE CHANGE; *
000920*  AN APPROVE ("A") OR REJECT ("R") CARD, KEYED BY A DIFFERENT  *
000930*  OPERATOR WITH APPROVE AUTHORITY, DISPOSES OF THE QUEUED      *
000940*  CHANGES FOR ITS TABLE TYPE AND ID RANGE.                     *
001000*================================================================*
001100 01  MNTC-RECORD.
001200     05  MNTC-ACTION             PIC X(01).
001300         88  MNTC-ACTION-UPDATE      VALUE "U".
001400         88  MNTC-ACTION-DEACTIVATE  VALUE "D".
001410         88  MNTC-ACTION-APPROVE     VALUE "A".
001420         88  MNTC-ACTION-REJECT      VALUE "R".
001500     05  MNTC-TABLE-TYPE         PIC X(02).
001600     05  MNTC-REC-ID-FROM        PIC 9(05).
001700     05  MNTC-REC-ID-TO          PIC 9(05).
