      *      PACAGT.COB - AGENT REGISTER RECORD LAYOUT (150 BYTES),
      *      ONE LINE PER AGENT OR REPRESENTATIVE IN pacagent.dat.
      *      AGT-CODE IS WHAT PAC-AGENT CARRIES ON A REGISTRATION.
      *      CODES ARE NEVER REUSED: AN AGENT WHO STOPS ACTING IS
      *      RETIRED (TODAY STAMPED INTO AGT-RETIRED), NOT DELETED,
      *      SO OLD REGISTRATIONS STILL NAME SOMEBODY.  A RETIRED
      *      AGENT CANNOT BE PUT ON A REGISTRATION.  AGT-ADDRESS IS
      *      THE ONE-LINE POSTAL ADDRESS THE PACAGPF LETTERS GO TO.
      *      MAINTAINED ONLY BY PACAGNT; LOOKED UP THROUGH PACAGTQ.
           05  AGT-CODE            PIC X(05).
           05  FILLER              PIC X(01).
           05  AGT-NAME            PIC X(30).
           05  FILLER              PIC X(01).
           05  AGT-CONTACT         PIC X(30).
           05  FILLER              PIC X(01).
           05  AGT-PHONE           PIC X(14).
           05  FILLER              PIC X(01).
           05  AGT-ADDRESS         PIC X(40).
           05  FILLER              PIC X(01).
           05  AGT-ADDED           PIC 9(08).
           05  FILLER              PIC X(01).
           05  AGT-RETIRED         PIC 9(08).
           05  FILLER              PIC X(01).
           05  AGT-OPERATOR        PIC X(08).
