       *> Parameter layout for the shared SITECHK-SUB site-master
       *> lookup. Copied into the WORKING-STORAGE of every calling
       *> program and into the LINKAGE SECTION of SITECHK-SUB itself,
       *> so both sides always agree on the layout. The caller fills
       *> in the site code; results: Y = active on the site master,
       *> C = on the master but closed, N = not on the master at all,
       *> E = the site master itself could not be read.
       01  SITE-CHECK-PARMS.
           05  SK-SITE-CODE PIC X(4).
           05  SK-RESULT PIC X(1).
