      ***************************************************************
      * HELLOOPA - operator authorization record (DD/file
      *            HELLO.OPRAUTH), one row per user ID, role, and
      *            scope; a user with several roles or scopes has
      *            several rows. Maintained by security
      *            administration. Checked by HELLOMNT, HELLOHLM,
      *            HELLOCLM, HELLOAPR, HELLOEXM, and HELLOSBA before
      *            any action; a user with no row here cannot use
      *            them at all, and any row lets a user list and
      *            view. The role needed for each action:
      *              M  maintainer       queue site adds, changes,
      *                                  and deletes (HELLOMNT,
      *                                  HELLOSBA)
      *              A  approver         approve or reject queued
      *                                  site changes (HELLOAPR)
      *              H  hold operator    place and release site holds
      *                                  (HELLOHLM); acknowledge,
      *                                  assign, and close site
      *                                  exceptions (HELLOEXM)
      *              C  calendar keeper  site calendar dates, year
      *                                  loads, and group assignment
      *                                  (site scope); group
      *                                  holidays (group scope)
      *                                  (HELLOCLM)
      *              R  read-only        list and view only
      *            OA-SCOPE-TYPE S grants the site in OA-SCOPE-CODE,
      *            G the holiday group in OA-SCOPE-CODE, and * every
      *            site and group (OA-SCOPE-CODE ignored). Run-level
      *            exceptions carry no site, so only a * scope can
      *            work them. Refused attempts are logged on
      *            HELLO.SECVIOL; both files are reported weekly by
      *            HELLOSAR.
      ***************************************************************
       01  HELLO-OPR-AUTH-RECORD.
           05  OA-USER-ID              PIC X(8).
           05  OA-ROLE                 PIC X(1).
               88  OA-ROLE-MAINTAINER          VALUE 'M'.
               88  OA-ROLE-APPROVER            VALUE 'A'.
               88  OA-ROLE-HOLD-OPERATOR       VALUE 'H'.
               88  OA-ROLE-CALENDAR-KEEPER     VALUE 'C'.
               88  OA-ROLE-READ-ONLY           VALUE 'R'.
               88  OA-ROLE-VALID               VALUE 'M' 'A' 'H'
                                                     'C' 'R'.
           05  OA-SCOPE-TYPE           PIC X(1).
               88  OA-SCOPE-SITE               VALUE 'S'.
               88  OA-SCOPE-GROUP              VALUE 'G'.
               88  OA-SCOPE-ALL                VALUE '*'.
               88  OA-SCOPE-VALID              VALUE 'S' 'G' '*'.
           05  OA-SCOPE-CODE           PIC X(4).
           05  OA-GRANTED-BY           PIC X(8).
           05  OA-GRANTED-DATE         PIC X(8).
