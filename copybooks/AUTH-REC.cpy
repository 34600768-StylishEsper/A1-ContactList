      *> AUTH-REC
      *> One line of CONTACT-AUTHORITY.DAT, the maintenance authority
      *> table: a user ID (as the USER environment variable gives it)
      *> and the transaction codes that user may submit, e.g.
      *> "ACR" for a clerk or "ACDMIRPN" for a supervisor.  P and N
      *> let the user approve or decline a held DELETE, MERGE or
      *> INACTIVATE, and only for a code the user could submit
      *> directly.  Code U authorises a Program17 purge, either as
      *> the user who sets CONTACT-PURGE-PARM.DAT or as the second
      *> user who countersigns it.  A user not on the table may
      *> submit nothing.
       01  auth-rec.
           05  auth-userid              pic x(20).
           05  filler                   pic x(1).
           05  auth-codes               pic x(10).
           05  filler                   pic x(49).
