      *--------------------------------------------------------------
      * EMPMAPU.cpy
      * Symbolic map for map EMPMAPU1, mapset EMPUSET, transaction
      * EMPU (EMPLOYEE-USER-MAINT user-authority maintenance).
      * Hand-maintained in the shape DFHMSD/DFHMDI/DFHMDF assembly
      * would generate - keep field order and lengths in sync with
      * the physical map.  One user-authority row at a time: the
      * action (INQ/ADD/CHG/DEL), user id and name, one Y/N field
      * per employee action the user may key (ADD, CHG, TRM, LOA -
      * which also covers the ACT return - and RHR), the pay flag,
      * the all-departments flag, and eight scope slots of five
      * characters each - D plus a department code or V plus a
      * division code.  The last-change date and user are output
      * only.
      *--------------------------------------------------------------
       01  EMPMAPU1I.
           05  FILLER                      PIC X(12).
           05  UACTNL                      PIC S9(4) COMP.
           05  UACTNF                      PIC X.
           05  FILLER REDEFINES UACTNF.
               10  UACTNA                  PIC X.
           05  UACTNI                      PIC X(3).
           05  UUSERL                      PIC S9(4) COMP.
           05  UUSERF                      PIC X.
           05  FILLER REDEFINES UUSERF.
               10  UUSERA                  PIC X.
           05  UUSERI                      PIC X(8).
           05  UNAMEL                      PIC S9(4) COMP.
           05  UNAMEF                      PIC X.
           05  FILLER REDEFINES UNAMEF.
               10  UNAMEA                  PIC X.
           05  UNAMEI                      PIC X(30).
           05  UADDL                       PIC S9(4) COMP.
           05  UADDF                       PIC X.
           05  FILLER REDEFINES UADDF.
               10  UADDA                   PIC X.
           05  UADDI                       PIC X(1).
           05  UCHGL                       PIC S9(4) COMP.
           05  UCHGF                       PIC X.
           05  FILLER REDEFINES UCHGF.
               10  UCHGA                   PIC X.
           05  UCHGI                       PIC X(1).
           05  UTRML                       PIC S9(4) COMP.
           05  UTRMF                       PIC X.
           05  FILLER REDEFINES UTRMF.
               10  UTRMA                   PIC X.
           05  UTRMI                       PIC X(1).
           05  ULOAL                       PIC S9(4) COMP.
           05  ULOAF                       PIC X.
           05  FILLER REDEFINES ULOAF.
               10  ULOAA                   PIC X.
           05  ULOAI                       PIC X(1).
           05  URHRL                       PIC S9(4) COMP.
           05  URHRF                       PIC X.
           05  FILLER REDEFINES URHRF.
               10  URHRA                   PIC X.
           05  URHRI                       PIC X(1).
           05  UPAYL                       PIC S9(4) COMP.
           05  UPAYF                       PIC X.
           05  FILLER REDEFINES UPAYF.
               10  UPAYA                   PIC X.
           05  UPAYI                       PIC X(1).
           05  UALLDL                      PIC S9(4) COMP.
           05  UALLDF                      PIC X.
           05  FILLER REDEFINES UALLDF.
               10  UALLDA                  PIC X.
           05  UALLDI                      PIC X(1).
           05  USCP1L                      PIC S9(4) COMP.
           05  USCP1F                      PIC X.
           05  FILLER REDEFINES USCP1F.
               10  USCP1A                  PIC X.
           05  USCP1I                      PIC X(5).
           05  USCP2L                      PIC S9(4) COMP.
           05  USCP2F                      PIC X.
           05  FILLER REDEFINES USCP2F.
               10  USCP2A                  PIC X.
           05  USCP2I                      PIC X(5).
           05  USCP3L                      PIC S9(4) COMP.
           05  USCP3F                      PIC X.
           05  FILLER REDEFINES USCP3F.
               10  USCP3A                  PIC X.
           05  USCP3I                      PIC X(5).
           05  USCP4L                      PIC S9(4) COMP.
           05  USCP4F                      PIC X.
           05  FILLER REDEFINES USCP4F.
               10  USCP4A                  PIC X.
           05  USCP4I                      PIC X(5).
           05  USCP5L                      PIC S9(4) COMP.
           05  USCP5F                      PIC X.
           05  FILLER REDEFINES USCP5F.
               10  USCP5A                  PIC X.
           05  USCP5I                      PIC X(5).
           05  USCP6L                      PIC S9(4) COMP.
           05  USCP6F                      PIC X.
           05  FILLER REDEFINES USCP6F.
               10  USCP6A                  PIC X.
           05  USCP6I                      PIC X(5).
           05  USCP7L                      PIC S9(4) COMP.
           05  USCP7F                      PIC X.
           05  FILLER REDEFINES USCP7F.
               10  USCP7A                  PIC X.
           05  USCP7I                      PIC X(5).
           05  USCP8L                      PIC S9(4) COMP.
           05  USCP8F                      PIC X.
           05  FILLER REDEFINES USCP8F.
               10  USCP8A                  PIC X.
           05  USCP8I                      PIC X(5).
           05  ULCHDL                      PIC S9(4) COMP.
           05  ULCHDF                      PIC X.
           05  FILLER REDEFINES ULCHDF.
               10  ULCHDA                  PIC X.
           05  ULCHDI                      PIC X(8).
           05  ULCHUL                      PIC S9(4) COMP.
           05  ULCHUF                      PIC X.
           05  FILLER REDEFINES ULCHUF.
               10  ULCHUA                  PIC X.
           05  ULCHUI                      PIC X(8).
           05  UMSGL                       PIC S9(4) COMP.
           05  UMSGF                       PIC X.
           05  FILLER REDEFINES UMSGF.
               10  UMSGA                   PIC X.
           05  UMSGI                       PIC X(60).

       01  EMPMAPU1O REDEFINES EMPMAPU1I.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(3).
           05  UACTNO                      PIC X(3).
           05  FILLER                      PIC X(3).
           05  UUSERO                      PIC X(8).
           05  FILLER                      PIC X(3).
           05  UNAMEO                      PIC X(30).
           05  FILLER                      PIC X(3).
           05  UADDO                       PIC X(1).
           05  FILLER                      PIC X(3).
           05  UCHGO                       PIC X(1).
           05  FILLER                      PIC X(3).
           05  UTRMO                       PIC X(1).
           05  FILLER                      PIC X(3).
           05  ULOAO                       PIC X(1).
           05  FILLER                      PIC X(3).
           05  URHRO                       PIC X(1).
           05  FILLER                      PIC X(3).
           05  UPAYO                       PIC X(1).
           05  FILLER                      PIC X(3).
           05  UALLDO                      PIC X(1).
           05  FILLER                      PIC X(3).
           05  USCP1O                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  USCP2O                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  USCP3O                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  USCP4O                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  USCP5O                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  USCP6O                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  USCP7O                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  USCP8O                      PIC X(5).
           05  FILLER                      PIC X(3).
           05  ULCHDO                      PIC X(8).
           05  FILLER                      PIC X(3).
           05  ULCHUO                      PIC X(8).
           05  FILLER                      PIC X(3).
           05  UMSGO                       PIC X(60).
