               *> its next contact hit - see MobAiTick's zombie branch. Always 0 for
               *> passive mobs.
               03 MOB-ATTACK-COOLDOWN  BINARY-LONG UNSIGNED    VALUE 0.
               *> Breeding - see FeedAnimal and MobBreedTick in Server. Only cows and
               *> pigs breed; every counter below runs in AI ticks (half a second
               *> each), and stays 0 for every other mob type.
               *> 1 while the mob is a baby, which grows up once MOB-AGE reaches
               *> ANIMAL-GROW-AGE (see DD-ANIMALS).
               03 MOB-BABY             BINARY-CHAR UNSIGNED    VALUE 0.
               03 MOB-AGE              BINARY-LONG UNSIGNED    VALUE 0.
               *> AI ticks left in the love state a feeding starts - two adults of a
               *> kind in love near each other pair up and produce a baby.
               03 MOB-LOVE-TICKS       BINARY-LONG UNSIGNED    VALUE 0.
               *> AI ticks before an adult that bred may be fed into love again.
               03 MOB-BREED-COOLDOWN   BINARY-LONG UNSIGNED    VALUE 0.
