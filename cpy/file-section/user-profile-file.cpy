      * Per-user profile keyed by user name. PASSWORD-HASH holds
      * the salted hash lib/passwordHash builds from user name and
      * password (spaces until an administrator gives the user a
      * starting password in userMaintenance, or the user chooses
      * one on creating the account at the first login);
      * PASSWORD-STATE "T" marks a temporary password set by
      * userMaintenance, which has to be changed at the next
      * login before anything else is allowed; ROLE "R"
      * marks a reader, "L" a group leader, "P" a reviewer of the
      * in-house commentary (commentaryWorkflow), "A" an
      * administrator.
      * The record keyed *FORMAT is no user: it carries the format
      * version of the user data files (lib/formatVersion) and is
      * skipped by every pass over the users.
       FD UserProfilesFile.
       01 USER-PROFILE-RECORD.
           05 USER-PROFILE-KEY           PIC X(30).
               88 USER-PROFILE-IS-CONTROL VALUE "*FORMAT".
           05 USER-PROFILE-TRANSLATION   PIC X(32).
           05 USER-PROFILE-LANGUAGE      PIC X(50).
           05 USER-PROFILE-IFACE-LANG    PIC X(2).
           05 USER-PROFILE-PASSWORD-HASH PIC X(16).
           05 USER-PROFILE-ROLE          PIC X(1).
           05 USER-PROFILE-PASSWORD-STATE PIC X(1).
               88 USER-PROFILE-PASSWORD-TEMPORARY VALUE "T".
       01 USER-PROFILE-CONTROL-RECORD.
           05 USER-PROFILE-CONTROL-KEY   PIC X(30).
           05 USER-PROFILE-FORMAT        PIC 9(3).
           05 FILLER                     PIC X(99).
